      *---------------------------------------------------------------*
       FD  FIXED-FILE RECORDING MODE F.
       01  FIXED-RECORD.
           05 FILLER                       PIC X(100).
      *---------------------------------------------------------------*
       FD  RUN-LOG-FILE RECORDING MODE F.
       COPY RUNLOG.
                   MOVE '03'                   TO WS-REJECT-CODE
               END-IF
           END-IF.
           IF  VALID-RECORD
               PERFORM 2060-CHECK-RECEIVED-DATE.
           IF  VALID-RECORD
               PERFORM 2065-CHECK-ASSIGNMENT.
           IF  VALID-RECORD
               PERFORM 2070-CHECK-PROVIDER-CODE.
           IF  VALID-RECORD
               PERFORM 2075-CHECK-PROC-CODE.
           IF  VALID-RECORD
               PERFORM 2080-CHECK-POLICY-MASTER.
      *---------------------------------------------------------------*
       2060-CHECK-RECEIVED-DATE.
      *---------------------------------------------------------------*
      *    THE RECEIVED DATE STARTS THE PROMPT-PAY CLOCK.  A CLAIM
      *    SUBMITTED WITHOUT ONE IS TAKEN AS RECEIVED TODAY; ONE THAT
      *    IS NOT A DATE, OR IS DATED AFTER TODAY, IS REJECTED.
           IF  CLAIM-RECEIVED-DATE-X = SPACE
           OR  CLAIM-RECEIVED-DATE-X = '00000000'
               MOVE WS-CURRENT-DATE           TO CLAIM-RECEIVED-DATE
           ELSE
               IF  NOT CLAIM-RECEIVED-DATE NUMERIC
                   MOVE 'N'                   TO VALID-RECORD-SW
                   MOVE 'INVALID RECEIVED DATE'
                                              TO WS-REJECT-REASON
                   MOVE '08'                  TO WS-REJECT-CODE
               ELSE
                   IF  CLAIM-RECEIVED-MONTH < 1
                   OR  CLAIM-RECEIVED-MONTH > 12
                   OR  CLAIM-RECEIVED-DAY   < 1
                   OR  CLAIM-RECEIVED-DAY   > 31
                   OR  CLAIM-RECEIVED-DATE-X > WS-CURRENT-DATE
                       MOVE 'N'               TO VALID-RECORD-SW
                       MOVE 'INVALID RECEIVED DATE'
                                              TO WS-REJECT-REASON
                       MOVE '08'              TO WS-REJECT-CODE
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2065-CHECK-ASSIGNMENT.
      *---------------------------------------------------------------*
      *    THE ASSIGNMENT-OF-BENEFITS INDICATOR IS OPTIONAL ON THE
      *    SUBMISSION.  ANYTHING BUT Y LEAVES PAYMENT WITH THE INSURED.
           IF  NOT CLAIM-BENEFITS-ASSIGNED
               MOVE 'N'                       TO CLAIM-ASSIGN-BENEFITS.
      *---------------------------------------------------------------*
       2070-CHECK-PROVIDER-CODE.
      *---------------------------------------------------------------*
           READ INPUT-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
           IF  NOT END-OF-FILE
               MOVE SPACE              TO CLAIM-RECEIVED-DATE-X
                                          CLAIM-ASSIGN-BENEFITS
               UNSTRING INPUT-RECORD DELIMITED BY ','
                   INTO
                       INSURED-POLICY-NO
                       CLAIM-AMOUNT
                       CLAIM-AMOUNT-PAID
                       CLAIM-PROVIDER-CODE
                       CLAIM-PROC-CODE
                       CLAIM-RECEIVED-DATE-X
                       CLAIM-ASSIGN-BENEFITS.

      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
