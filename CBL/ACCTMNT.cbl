               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO.
           SELECT ACCT-TRAN-FILE  ASSIGN TO ACCTTRAN.
           SELECT DISPUTE-CASE-FILE ASSIGN TO DSPCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-CASE-KEY.
           SELECT DISPUTE-POST-FILE ASSIGN TO DSPPOST.
           SELECT ACCT-AUDIT-FILE ASSIGN TO ACCTAUDT.
           SELECT ACCT-REJECT-FILE ASSIGN TO ACCTREJ.
           SELECT GL-FEED-FILE    ASSIGN TO GLFEED.
           SELECT OPER-VIOL-FILE  ASSIGN TO OPERVIOL.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL.
           SELECT WATCH-LIST-FILE ASSIGN TO WATCHLST.
           SELECT WATCH-HIT-FILE  ASSIGN TO WLHITS.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
               88  TR-ADD                    VALUE 'A'.
               88  TR-CHANGE                 VALUE 'C'.
               88  TR-CLOSE                  VALUE 'X'.
               88  TR-DISPUTE                VALUE 'Q'.
               88  TR-BATCH-HEADER           VALUE 'H'.
               88  TR-BATCH-TRAILER          VALUE 'T'.
           05  TR-TRAN-BODY.
               10  TR-ACCT-LIMIT         PIC 9(07)V99.
               10  TR-ACCT-BALANCE       PIC 9(07)V99.
               10  TR-CYCLE-DAY          PIC X(02).
               10  TR-CONV-CORR-SW       PIC X(01).
                   88  TR-CONV-CORRECTION    VALUE 'Y'.
               10  FILLER                PIC X(02).
           05  TR-BATCH-DATA REDEFINES TR-TRAN-BODY.
               10  TR-BATCH-NUMBER       PIC X(06).
               10  TR-BATCH-TRAN-COUNT   PIC 9(05).
               10  TR-BATCH-AMT-HASH     PIC 9(11)V99.
               10  FILLER                PIC X(56).
           05  TR-DISPUTE-DATA REDEFINES TR-TRAN-BODY.
               10  TR-DSP-ACCT-NO        PIC X(08).
               10  TR-DSP-STEP           PIC X(01).
                   88  TR-DSP-OPEN           VALUE 'O'.
                   88  TR-DSP-PROV-CREDIT    VALUE 'P'.
                   88  TR-DSP-MERCHANT       VALUE 'M'.
                   88  TR-DSP-CUSTOMER-WINS  VALUE 'C'.
                   88  TR-DSP-BANK-WINS      VALUE 'B'.
               10  TR-DSP-AUDIT-DATE     PIC 9(08).
               10  TR-DSP-AUDIT-TIME     PIC 9(08).
               10  TR-DSP-AMOUNT         PIC 9(07)V99.
               10  TR-DSP-REASON-CODE    PIC X(02).
               10  TR-DSP-MERCHANT-RESP  PIC X(20).
               10  FILLER                PIC X(24).
      *----------------------------------------------------------*
       FD  DISPUTE-CASE-FILE.
      *----------------------------------------------------------*
       COPY DSPCASE.
      *----------------------------------------------------------*
       FD  DISPUTE-POST-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       COPY POSTTRAN.
      *----------------------------------------------------------*
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
      *----------------------------------------------------------*
       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PERCTL.
      *----------------------------------------------------------*
       FD  ACCT-AUDIT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
      *    05  CC                        PIC X(01).
           05  PRINT-LINE                PIC X(132).
      *----------------------------------------------------------*
       FD  WATCH-LIST-FILE
           RECORDING MODE IS F.
           COPY WATCHLST.
      *----------------------------------------------------------*
       FD  WATCH-HIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  WATCH-HIT-RECORD              PIC X(120).
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    ACCOUNT 29001000).  THE TRAILER HASH IS THE SUM OF ALL
      *    DETAIL AMOUNTS, AND THE RECONCILIATION LINES AT THE END
      *    OF THE MAINTENANCE REPORT PROVE THE FEED TIES TO THE
      *    DAY'S NET BALANCE MOVEMENT ON THE MASTER.  WHEN THE RUN
      *    DATE FALLS IN A CLOSED ACCOUNTING PERIOD (PERCTL) THE GL
      *    ENTRIES AND DISPUTE POSTINGS CARRY THE FIRST DAY OF THE
      *    NEXT OPEN PERIOD INSTEAD, AND EACH ONE IS LISTED.
           05  WS-OLD-BALANCE            PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-MOVEMENT               PIC S9(09)V99 VALUE ZERO.
           05  WS-MOVEMENT-ABS           PIC 9(09)V99.
               10  FILLER  PIC X(03) VALUE SPACE.
               10  GRL-TIE-STATUS        PIC X(14).
               10  FILLER                PIC X(46) VALUE SPACE.
      *----------------------------------------------------------*
       01  DISPUTE-CASE-FIELDS.
      *----------------------------------------------------------*
      *    DISPUTE CASE STEPS (Q TRANSACTIONS) UPDATE THE DSPCASE
      *    FILE ONLY.  ANY MONEY A STEP MOVES - THE PROVISIONAL
      *    CREDIT, A FINAL CREDIT WHEN THE CUSTOMER WINS, OR TAKING
      *    THE PROVISIONAL CREDIT BACK WHEN THE BANK WINS - IS
      *    WRITTEN AS A J ADJUSTMENT IN ONE DSPUTE BATCH ON DSPPOST
      *    FOR ACCTPOST TO APPLY.  THE REFERENCE IS THE STEP CODE
      *    AND THE DISPUTED IMAGE'S RUN TIME (HHMMSS).
           05  WS-DSP-RESOLVE-DAYS       PIC 9(03) VALUE 090.
           05  WS-TODAY-NUM              PIC 9(08).
           05  WS-DSP-POST-AMT           PIC S9(07)V99.
           05  WS-DSP-POST-DESC          PIC X(20).
           05  WS-DSP-REF-NO.
               10  WS-DSP-REF-STEP       PIC X(01).
               10  WS-DSP-REF-TIME       PIC X(06).
           05  WS-DSP-STEP-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-DSP-POST-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-DSP-POST-HASH          PIC 9(11)V99 VALUE ZERO.
           05  WS-DSP-ACCT-FOUND-SW      PIC X(01).
               88  WS-DSP-ACCT-FOUND          VALUE 'Y'.
           05  WS-DSP-CASE-FOUND-SW      PIC X(01).
               88  WS-DSP-CASE-FOUND          VALUE 'Y'.
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-MINUTE     PIC 9(02).
               10  WS-CURRENT-SECOND     PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *----------------------------------------------------------*
           COPY PERCTLW.
      *----------------------------------------------------------*
      *    EVERY NEW ACCOUNT IS SCREENED AGAINST THE WATCH LIST; A
      *    PROBABLE HIT IS HELD, NOT OPENED, AND RAISES A CASE.
           COPY WLCASE.
           COPY WLSCRW.
      *----------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-ADD-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-CLOSE-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-MAINT-LINE-COUNT       PIC 9(03) VALUE 99.
      *----------------------------------------------------------*
       01  BATCH-CONTROL-FIELDS.
      *----------------------------------------------------------*
      *    BRANCH BATCHES ARRIVE AS H (BATCH NUMBER) / TRANSACTIONS /
      *    T (COUNT AND LIMIT+BALANCE AMOUNT HASH, WITH DISPUTE
      *    STEPS CONTRIBUTING THEIR DISPUTE AMOUNT).  A BATCH IS
      *    BUFFERED AND APPLIED ONLY WHEN THE TRAILER BALANCES;
      *    OTHERWISE THE WHOLE BATCH GOES TO THE REJECT FILE.
      *    TRANSACTIONS OUTSIDE ANY BATCH APPLY AS BEFORE.
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    I-O    ACCT-MASTER.
           OPEN    I-O    DISPUTE-CASE-FILE.
           OPEN    INPUT  ACCT-TRAN-FILE
                   OUTPUT ACCT-REJECT-FILE
                          DISPUTE-POST-FILE
                          GL-FEED-FILE
                          PRINT-FILE.
           OPEN    EXTEND OPER-VIOL-FILE.
           MOVE "ACCTMNT"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE        TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME        TO RL-START-TIME.
           MOVE WS-CURRENT-DATE        TO WS-TODAY-NUM.
           PERFORM 9610-LOAD-PERIOD-CONTROL.
           MOVE WS-CURRENT-DATE        TO WS-PC-CHECK-DATE.
           PERFORM 9620-CHECK-POSTING-PERIOD.
           ACCEPT WS-OPERATOR-ID.
           PERFORM 1050-LOAD-OPER-AUTH-TABLE.
           PERFORM 9670-LOAD-WATCH-LIST.
           MOVE HEADING-LINE-1         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2         TO PRINT-LINE.
           MOVE 'ACCTMNT'              TO GL-FEED-ID.
           MOVE WS-CURRENT-DATE        TO GL-CTL-DATE.
           WRITE GL-FEED-RECORD.
           MOVE SPACE                  TO POST-TRAN-RECORD.
           MOVE 'H'                    TO PT-TRAN-CODE.
           MOVE 'DSPUTE'               TO PT-BATCH-NUMBER.
           WRITE POST-TRAN-RECORD.
      *----------------------------------------------------------*
       1050-LOAD-OPER-AUTH-TABLE.
      *----------------------------------------------------------*
               MOVE 'N'                 TO WS-OPER-AUTH-SW
               MOVE 'OVER OPERATOR DLR LIMIT'
                                        TO WS-OPER-DENY-REASON.
           IF  WS-OPER-AUTHORIZED
           AND TR-DISPUTE
           AND OAT-DOLLAR-LIMIT(OA-INDEX) > ZERO
           AND TR-DSP-AMOUNT NUMERIC
           AND TR-DSP-AMOUNT > OAT-DOLLAR-LIMIT(OA-INDEX)
               MOVE 'N'                 TO WS-OPER-AUTH-SW
               MOVE 'OVER OPERATOR DLR LIMIT'
                                        TO WS-OPER-DENY-REASON.
      *----------------------------------------------------------*
       2068-CHECK-ONE-TRANS-CODE.
      *----------------------------------------------------------*
      *    A BAD CYCLE DAY WOULD PARK THE ACCOUNT OUTSIDE EVERY
      *    STATEMENT CYCLE, SO ANYTHING BUT 01-28 OR SPACE IS
      *    REJECTED BEFORE IT REACHES THE MASTER.
           EVALUATE TRUE
               WHEN TR-DISPUTE
                   PERFORM 2800-APPLY-DISPUTE-STEP
               WHEN (TR-ADD OR TR-CHANGE)
                AND TR-CYCLE-DAY NOT = SPACE
                AND (TR-CYCLE-DAY NOT NUMERIC
                  OR TR-CYCLE-DAY < '01'
                  OR TR-CYCLE-DAY > '28')
                   ADD 1                TO WS-REJECT-COUNT
                   MOVE 'REJECTED  '    TO MDL-DISPOSITION
                   MOVE 'INVALID CYCLE DAY'
                                        TO MDL-REASON
                   PERFORM 2400-REPORT-DISPOSITION
               WHEN OTHER
                   PERFORM 2095-READ-AND-APPLY
           END-EVALUATE.
      *----------------------------------------------------------*
       2095-READ-AND-APPLY.
      *----------------------------------------------------------*
       2100-HANDLE-NOT-FOUND.
      *----------------------------------------------------------*
           IF  TR-ADD
               PERFORM 2110-SCREEN-NEW-CUSTOMER
               IF  WS-WL-HOLD
                   ADD 1                TO WS-HELD-COUNT
                   DISPLAY 'ACCTMNT - ADD HELD, WATCH LIST: '
                       TR-ACCT-NO
                   MOVE 'HELD      '    TO MDL-DISPOSITION
                   MOVE 'WATCH LIST - CASE RAISED'
                                        TO MDL-REASON
                   PERFORM 2400-REPORT-DISPOSITION
               ELSE
                   INITIALIZE ACCT-RECORD
                   MOVE TR-ACCT-NO          TO ACCT-NO
                   MOVE TR-LAST-NAME        TO LAST-NAME
                   MOVE TR-FIRST-NAME       TO FIRST-NAME
                   MOVE TR-USA-STATE        TO USA-STATE
                   MOVE TR-ACCT-LIMIT       TO ACCT-LIMIT
                   MOVE TR-ACCT-BALANCE     TO ACCT-BALANCE
                   MOVE TR-CYCLE-DAY        TO ACCT-CYCLE-DAY
                   WRITE ACCT-RECORD
                       INVALID KEY
                           DISPLAY 'ACCTMNT - ADD FAILED: ' TR-ACCT-NO
                   END-WRITE
                   ADD 1                    TO WS-ADD-COUNT
                   COMPUTE WS-MOVEMENT = TR-ACCT-BALANCE
                   PERFORM 2360-WRITE-GL-ENTRIES
                   DISPLAY 'ACCTMNT - ACCOUNT ADDED: ' TR-ACCT-NO
                   PERFORM 2320-AUDIT-EMPTY-BEFORE
                   PERFORM 2310-AUDIT-AFTER-FROM-TRAN
                   MOVE 'APPLIED   '        TO MDL-DISPOSITION
                   MOVE 'ACCOUNT ADDED'     TO MDL-REASON
                   PERFORM 2400-REPORT-DISPOSITION
               END-IF
           ELSE
               ADD 1                    TO WS-REJECT-COUNT
               DISPLAY 'ACCTMNT - REJECTED, NOT ON FILE: '
               MOVE 'ACCOUNT NOT ON FILE'
                                        TO MDL-REASON
               PERFORM 2400-REPORT-DISPOSITION.
      *----------------------------------------------------------*
       2110-SCREEN-NEW-CUSTOMER.
      *----------------------------------------------------------*
           MOVE 'ACCTMNT'               TO WS-WL-PROGRAM-ID.
           MOVE TR-ACCT-NO              TO WS-WL-SUBJECT-KEY.
           MOVE TR-LAST-NAME            TO WS-WL-LAST-NAME.
           MOVE TR-FIRST-NAME           TO WS-WL-FIRST-NAME.
           MOVE TR-ACCT-BALANCE         TO WS-WL-AMOUNT.
           MOVE WS-CURRENT-DATE         TO WS-WL-SCREEN-DATE.
           PERFORM 9680-SCREEN-SUBJECT.
           IF  NOT WS-WL-NO-HIT
               MOVE WATCH-LIST-HIT-LINE TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2200-HANDLE-FOUND.
      *----------------------------------------------------------*
      *    MONEY MOVES THROUGH ACCTPOST.  A C TRANSACTION MAY ONLY
      *    REPLACE THE BALANCE WHEN IT IS FLAGGED AS A CONVERSION
      *    CORRECTION; OTHERWISE THE BALANCE MUST BE LEFT ZERO OR
      *    MATCH THE MASTER, AND THE MASTER BALANCE IS KEPT.
           MOVE ACCT-BALANCE            TO WS-OLD-BALANCE.
           IF  TR-CHANGE
           AND NOT TR-CONV-CORRECTION
           AND TR-ACCT-BALANCE NOT = ZERO
           AND TR-ACCT-BALANCE NOT = WS-OLD-BALANCE
               ADD 1                    TO WS-REJECT-COUNT
               DISPLAY 'ACCTMNT - REJECTED, BALANCE NOT CONVERSION: '
                   TR-ACCT-NO
               MOVE 'REJECTED  '        TO MDL-DISPOSITION
               MOVE 'BALANCE CHG NOT CONV'
                                        TO MDL-REASON
               PERFORM 2400-REPORT-DISPOSITION
           ELSE
               IF  TR-CHANGE
               AND ACCT-CLOSED
                   ADD 1                TO WS-REJECT-COUNT
                   DISPLAY 'ACCTMNT - REJECTED, ACCOUNT CLOSED: '
                       TR-ACCT-NO
                   MOVE 'REJECTED  '    TO MDL-DISPOSITION
                   MOVE 'ACCOUNT CLOSED'
                                        TO MDL-REASON
                   PERFORM 2400-REPORT-DISPOSITION
               ELSE
                   PERFORM 2210-APPLY-TO-FOUND.
      *----------------------------------------------------------*
       2210-APPLY-TO-FOUND.
      *----------------------------------------------------------*
           IF  TR-CHANGE
               PERFORM 2300-AUDIT-BEFORE-FROM-MASTER.
           IF  TR-CHANGE
               MOVE TR-LAST-NAME        TO LAST-NAME
               MOVE TR-FIRST-NAME       TO FIRST-NAME
               MOVE TR-USA-STATE        TO USA-STATE
               MOVE TR-ACCT-LIMIT       TO ACCT-LIMIT
               IF  TR-CONV-CORRECTION
                   MOVE TR-ACCT-BALANCE TO ACCT-BALANCE
               END-IF
               IF  TR-CYCLE-DAY NOT = SPACE
                   MOVE TR-CYCLE-DAY    TO ACCT-CYCLE-DAY
               END-IF
               END-REWRITE
               ADD 1                    TO WS-CHANGE-COUNT
               COMPUTE WS-MOVEMENT =
                   ACCT-BALANCE - WS-OLD-BALANCE
               PERFORM 2360-WRITE-GL-ENTRIES
               DISPLAY 'ACCTMNT - ACCOUNT CHANGED: ' TR-ACCT-NO
               PERFORM 2310-AUDIT-AFTER-FROM-TRAN
               PERFORM 2400-REPORT-DISPOSITION
           ELSE
               IF  TR-CLOSE
                   PERFORM 2220-REQUEST-CLOSE
               ELSE
                   ADD 1                TO WS-REJECT-COUNT
                   DISPLAY 'ACCTMNT - REJECTED, ALREADY ON FILE: '
           MOVE ACCT-TRAN-RECORD
               TO BT-TRAN-RECORD(BATCH-TRAN-COUNT).
           ADD 1                        TO WS-BATCH-TRAN-COUNT.
           EVALUATE TRUE
               WHEN TR-DISPUTE
                   IF  TR-DSP-AMOUNT NUMERIC
                       ADD TR-DSP-AMOUNT TO WS-BATCH-AMT-HASH
                   END-IF
               WHEN OTHER
                   IF  TR-ACCT-LIMIT NUMERIC
                       ADD TR-ACCT-LIMIT TO WS-BATCH-AMT-HASH
                   END-IF
                   IF  TR-ACCT-BALANCE NUMERIC
                       ADD TR-ACCT-BALANCE TO WS-BATCH-AMT-HASH
                   END-IF
           END-EVALUATE.
      *----------------------------------------------------------*
       2600-END-BATCH.
      *----------------------------------------------------------*
           MOVE BT-TRAN-RECORD(WS-BATCH-SUB)
               TO ACCT-REJECT-RECORD.
           WRITE ACCT-REJECT-RECORD.
      *----------------------------------------------------------*
       2800-APPLY-DISPUTE-STEP.
      *----------------------------------------------------------*
           ADD 1                        TO WS-DSP-STEP-COUNT.
           MOVE TR-DSP-ACCT-NO          TO ACCT-NO.
           MOVE 'Y'                     TO WS-DSP-ACCT-FOUND-SW.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE 'N'             TO WS-DSP-ACCT-FOUND-SW
           END-READ.
           MOVE TR-DSP-ACCT-NO          TO DC-ACCT-NO.
           MOVE TR-DSP-AUDIT-DATE       TO DC-AUDIT-DATE.
           MOVE TR-DSP-AUDIT-TIME       TO DC-AUDIT-TIME.
           MOVE 'Y'                     TO WS-DSP-CASE-FOUND-SW.
           READ DISPUTE-CASE-FILE
               INVALID KEY
                   MOVE 'N'             TO WS-DSP-CASE-FOUND-SW
           END-READ.
           MOVE TR-DSP-STEP             TO WS-DSP-REF-STEP.
           MOVE TR-DSP-AUDIT-TIME(1:6)  TO WS-DSP-REF-TIME.
           EVALUATE TRUE
               WHEN NOT WS-DSP-ACCT-FOUND
                   MOVE 'ACCOUNT NOT ON FILE'
                                        TO MDL-REASON
                   PERFORM 2890-REJECT-DISPUTE-STEP
               WHEN TR-DSP-OPEN
                   PERFORM 2810-OPEN-DISPUTE-CASE
               WHEN NOT WS-DSP-CASE-FOUND
                   MOVE 'DISPUTE CASE NOT FOUND'
                                        TO MDL-REASON
                   PERFORM 2890-REJECT-DISPUTE-STEP
               WHEN NOT DC-CASE-ACTIVE
                   MOVE 'DISPUTE CASE CLOSED'
                                        TO MDL-REASON
                   PERFORM 2890-REJECT-DISPUTE-STEP
               WHEN TR-DSP-PROV-CREDIT
                   PERFORM 2820-GRANT-PROV-CREDIT
               WHEN TR-DSP-MERCHANT
                   PERFORM 2830-RECORD-MERCHANT-RESP
               WHEN TR-DSP-CUSTOMER-WINS
                   PERFORM 2840-RESOLVE-CUSTOMER-WINS
               WHEN TR-DSP-BANK-WINS
                   PERFORM 2850-RESOLVE-BANK-WINS
               WHEN OTHER
                   MOVE 'INVALID DISPUTE STEP'
                                        TO MDL-REASON
                   PERFORM 2890-REJECT-DISPUTE-STEP
           END-EVALUATE.
      *----------------------------------------------------------*
       2810-OPEN-DISPUTE-CASE.
      *----------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-DSP-CASE-FOUND
                   MOVE 'DISPUTE CASE EXISTS'
                                        TO MDL-REASON
                   PERFORM 2890-REJECT-DISPUTE-STEP
               WHEN TR-DSP-AUDIT-DATE NOT NUMERIC
                 OR TR-DSP-AUDIT-DATE = ZERO
                 OR TR-DSP-AUDIT-TIME NOT NUMERIC
                   MOVE 'INVALID DISPUTED ITEM'
                                        TO MDL-REASON
                   PERFORM 2890-REJECT-DISPUTE-STEP
               WHEN TR-DSP-AMOUNT NOT NUMERIC
                 OR TR-DSP-AMOUNT = ZERO
                   MOVE 'INVALID DISPUTE AMOUNT'
                                        TO MDL-REASON
                   PERFORM 2890-REJECT-DISPUTE-STEP
               WHEN OTHER
                   INITIALIZE DISPUTE-CASE-RECORD
                   MOVE TR-DSP-ACCT-NO  TO DC-ACCT-NO
                   MOVE TR-DSP-AUDIT-DATE
                                        TO DC-AUDIT-DATE
                   MOVE TR-DSP-AUDIT-TIME
                                        TO DC-AUDIT-TIME
                   MOVE 'O'             TO DC-CASE-STATUS
                   MOVE TR-DSP-REASON-CODE
                                        TO DC-REASON-CODE
                   MOVE WS-TODAY-NUM    TO DC-OPEN-DATE
                   COMPUTE DC-DEADLINE-DATE =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                               + WS-DSP-RESOLVE-DAYS)
                   MOVE TR-DSP-AMOUNT   TO DC-DISPUTE-AMT
                   MOVE WS-OPERATOR-ID  TO DC-LAST-OPERATOR-ID
                   WRITE DISPUTE-CASE-RECORD
                       INVALID KEY
                           DISPLAY 'ACCTMNT - CASE WRITE FAILED: '
                               TR-DSP-ACCT-NO
                   END-WRITE
                   MOVE 'DISPUTE CASE OPENED'
                                        TO MDL-REASON
                   PERFORM 2880-REPORT-DISPUTE-APPLIED
           END-EVALUATE.
      *----------------------------------------------------------*
       2820-GRANT-PROV-CREDIT.
      *----------------------------------------------------------*
      *    THE CREDIT DEFAULTS TO THE FULL DISPUTED AMOUNT AND MAY
      *    NOT EXCEED IT.  ONLY ONE PROVISIONAL CREDIT PER CASE.
           IF  TR-DSP-AMOUNT NUMERIC
           AND TR-DSP-AMOUNT > ZERO
               MOVE TR-DSP-AMOUNT       TO WS-DSP-POST-AMT
           ELSE
               MOVE DC-DISPUTE-AMT      TO WS-DSP-POST-AMT.
           EVALUATE TRUE
               WHEN DC-PROV-CREDIT-AMT > ZERO
                   MOVE 'PROV CREDIT ALREADY MADE'
                                        TO MDL-REASON
                   PERFORM 2890-REJECT-DISPUTE-STEP
               WHEN WS-DSP-POST-AMT > DC-DISPUTE-AMT
                   MOVE 'CREDIT OVER DISPUTE AMT'
                                        TO MDL-REASON
                   PERFORM 2890-REJECT-DISPUTE-STEP
               WHEN OTHER
                   MOVE WS-DSP-POST-AMT TO DC-PROV-CREDIT-AMT
                   MOVE WS-TODAY-NUM    TO DC-PROV-CREDIT-DATE
                   PERFORM 2860-REWRITE-DISPUTE-CASE
                   COMPUTE WS-DSP-POST-AMT = ZERO - WS-DSP-POST-AMT
                   MOVE 'DISPUTE PROV CREDIT'
                                        TO WS-DSP-POST-DESC
                   PERFORM 2870-WRITE-DISPUTE-POSTING
                   MOVE 'PROVISIONAL CREDIT'
                                        TO MDL-REASON
                   PERFORM 2880-REPORT-DISPUTE-APPLIED
           END-EVALUATE.
      *----------------------------------------------------------*
       2830-RECORD-MERCHANT-RESP.
      *----------------------------------------------------------*
           MOVE 'M'                     TO DC-CASE-STATUS.
           MOVE WS-TODAY-NUM            TO DC-MERCHANT-DATE.
           MOVE TR-DSP-MERCHANT-RESP    TO DC-MERCHANT-RESPONSE.
           PERFORM 2860-REWRITE-DISPUTE-CASE.
           MOVE 'MERCHANT RESPONSE'     TO MDL-REASON.
           PERFORM 2880-REPORT-DISPUTE-APPLIED.
      *----------------------------------------------------------*
       2840-RESOLVE-CUSTOMER-WINS.
      *----------------------------------------------------------*
      *    ANY PROVISIONAL CREDIT BECOMES FINAL; WHATEVER PART OF
      *    THE DISPUTED AMOUNT WAS NOT YET CREDITED IS CREDITED NOW.
           COMPUTE WS-DSP-POST-AMT =
               DC-PROV-CREDIT-AMT - DC-DISPUTE-AMT.
           IF  WS-DSP-POST-AMT < ZERO
               MOVE 'DISPUTE FINAL CREDIT'
                                        TO WS-DSP-POST-DESC
               PERFORM 2870-WRITE-DISPUTE-POSTING.
           MOVE 'C'                     TO DC-CASE-STATUS.
           MOVE WS-TODAY-NUM            TO DC-RESOLVED-DATE.
           PERFORM 2860-REWRITE-DISPUTE-CASE.
           MOVE 'RESOLVED - CUSTOMER WON'
                                        TO MDL-REASON.
           PERFORM 2880-REPORT-DISPUTE-APPLIED.
      *----------------------------------------------------------*
       2850-RESOLVE-BANK-WINS.
      *----------------------------------------------------------*
      *    THE PROVISIONAL CREDIT, IF ANY, IS TAKEN BACK.
           IF  DC-PROV-CREDIT-AMT > ZERO
               MOVE DC-PROV-CREDIT-AMT  TO WS-DSP-POST-AMT
               MOVE 'DISPUTE CREDIT REVSD'
                                        TO WS-DSP-POST-DESC
               PERFORM 2870-WRITE-DISPUTE-POSTING.
           MOVE 'B'                     TO DC-CASE-STATUS.
           MOVE WS-TODAY-NUM            TO DC-RESOLVED-DATE.
           PERFORM 2860-REWRITE-DISPUTE-CASE.
           MOVE 'RESOLVED - BANK WON'   TO MDL-REASON.
           PERFORM 2880-REPORT-DISPUTE-APPLIED.
      *----------------------------------------------------------*
       2860-REWRITE-DISPUTE-CASE.
      *----------------------------------------------------------*
           MOVE WS-OPERATOR-ID          TO DC-LAST-OPERATOR-ID.
           REWRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   DISPLAY 'ACCTMNT - CASE REWRITE FAILED: '
                       TR-DSP-ACCT-NO
           END-REWRITE.
      *----------------------------------------------------------*
       2870-WRITE-DISPUTE-POSTING.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'J'                     TO PT-TRAN-CODE.
           MOVE TR-DSP-ACCT-NO          TO PT-ACCT-NO.
           MOVE WS-DSP-REF-NO           TO PT-REF-NO.
           MOVE WS-DSP-POST-AMT         TO PT-AMOUNT.
           MOVE WS-PC-POST-DATE         TO PT-EFF-DATE.
           MOVE 'ACCTMNT'               TO PT-SOURCE-ID.
           MOVE WS-DSP-POST-DESC        TO PT-DESCRIPTION.
           WRITE POST-TRAN-RECORD.
           IF  WS-PC-PERIOD-CLOSED
               MOVE TR-DSP-ACCT-NO      TO PLL-KEY
               MOVE WS-DSP-POST-AMT     TO PLL-AMOUNT
               PERFORM 2380-LIST-PERIOD-LOCK.
           ADD 1                        TO WS-DSP-POST-COUNT.
           IF  WS-DSP-POST-AMT < ZERO
               SUBTRACT WS-DSP-POST-AMT FROM WS-DSP-POST-HASH
           ELSE
               ADD WS-DSP-POST-AMT      TO WS-DSP-POST-HASH.
      *----------------------------------------------------------*
       2880-REPORT-DISPUTE-APPLIED.
      *----------------------------------------------------------*
           MOVE 'APPLIED   '            TO MDL-DISPOSITION.
           PERFORM 2400-REPORT-DISPOSITION.
      *----------------------------------------------------------*
       2890-REJECT-DISPUTE-STEP.
      *----------------------------------------------------------*
           ADD 1                        TO WS-REJECT-COUNT.
           DISPLAY 'ACCTMNT - DISPUTE STEP REJECTED: '
               TR-DSP-ACCT-NO ' ' MDL-REASON.
           MOVE 'REJECTED  '            TO MDL-DISPOSITION.
           PERFORM 2400-REPORT-DISPOSITION.
      *----------------------------------------------------------*
       2220-REQUEST-CLOSE.
      *----------------------------------------------------------*
      *    AN X DOES NOT REMOVE THE ACCOUNT.  IT GOES TO PENDING
      *    CLOSE WITH THE BALANCE UNTOUCHED: ACCTSTMT SENDS THE
      *    FINAL STATEMENT (PAYOFF QUOTE OR REFUND NOTICE), ACCTCLOS
      *    ISSUES ANY CREDIT-BALANCE REFUND AND CLOSES THE ACCOUNT
      *    ONCE THE BALANCE HAS REACHED ZERO.
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   MOVE 'ACCOUNT ALREADY CLOSED'
                                        TO MDL-REASON
               WHEN ACCT-PENDING-CLOSE
                   MOVE 'CLOSE ALREADY PENDING'
                                        TO MDL-REASON
               WHEN ACCT-RECOVERY
                   MOVE 'ACCOUNT CHARGED OFF'
                                        TO MDL-REASON
               WHEN OTHER
                   MOVE SPACE           TO MDL-REASON
           END-EVALUATE.
           IF  MDL-REASON NOT = SPACE
               ADD 1                    TO WS-REJECT-COUNT
               DISPLAY 'ACCTMNT - REJECTED, CANNOT CLOSE: '
                   TR-ACCT-NO
               MOVE 'REJECTED  '        TO MDL-DISPOSITION
               PERFORM 2400-REPORT-DISPOSITION
           ELSE
               PERFORM 2300-AUDIT-BEFORE-FROM-MASTER
               MOVE 'P'                 TO ACCT-STATUS
               MOVE WS-TODAY-NUM        TO ACCT-STATUS-DATE
               REWRITE ACCT-RECORD
                   INVALID KEY
                       DISPLAY 'ACCTMNT - REWRITE FAILED: ' TR-ACCT-NO
               END-REWRITE
               ADD 1                    TO WS-CLOSE-COUNT
               DISPLAY 'ACCTMNT - CLOSE PENDING: ' TR-ACCT-NO
               PERFORM 2340-AUDIT-AFTER-FROM-MASTER
               MOVE 'APPLIED   '        TO MDL-DISPOSITION
               MOVE 'CLOSE PENDING'     TO MDL-REASON
               PERFORM 2400-REPORT-DISPOSITION.
      *----------------------------------------------------------*
       2300-AUDIT-BEFORE-FROM-MASTER.
      *----------------------------------------------------------*
           MOVE TR-FIRST-NAME           TO AUI-FIRST-NAME.
           MOVE TR-USA-STATE            TO AUI-USA-STATE.
           MOVE TR-ACCT-LIMIT           TO AUI-ACCT-LIMIT.
           MOVE ACCT-BALANCE            TO AUI-ACCT-BALANCE.
           MOVE 'A'                     TO AU-IMAGE-TYPE.
           PERFORM 2350-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------*
           MOVE 'B'                     TO AU-IMAGE-TYPE.
           PERFORM 2350-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------*
       2340-AUDIT-AFTER-FROM-MASTER.
      *----------------------------------------------------------*
           MOVE ACCT-NO                 TO AUI-ACCT-NO.
           MOVE LAST-NAME               TO AUI-LAST-NAME.
           MOVE FIRST-NAME              TO AUI-FIRST-NAME.
           MOVE USA-STATE               TO AUI-USA-STATE.
           MOVE ACCT-LIMIT              TO AUI-ACCT-LIMIT.
           MOVE ACCT-BALANCE            TO AUI-ACCT-BALANCE.
           MOVE 'A'                     TO AU-IMAGE-TYPE.
           PERFORM 2350-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------*
                   PERFORM 2370-WRITE-ONE-GL-DETAIL
                   MOVE '11001000'      TO GL-ACCOUNT
                   MOVE 'C'             TO GL-DEBIT-CREDIT
                   PERFORM 2370-WRITE-ONE-GL-DETAIL
               END-IF
               IF  WS-PC-PERIOD-CLOSED
                   MOVE TR-ACCT-NO      TO PLL-KEY
                   MOVE WS-MOVEMENT     TO PLL-AMOUNT
                   PERFORM 2380-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
       2370-WRITE-ONE-GL-DETAIL.
      *----------------------------------------------------------*
           MOVE WS-MOVEMENT-ABS         TO GL-AMOUNT.
           MOVE TR-TRANS-CODE           TO GL-TRANS-CODE.
           MOVE TR-ACCT-NO              TO GL-ACCT-NO.
           MOVE WS-PC-POST-DATE         TO GL-POST-DATE.
           WRITE GL-FEED-RECORD.
           ADD 1                        TO WS-GL-DETAIL-COUNT.
           ADD WS-MOVEMENT-ABS          TO WS-GL-HASH-TOTAL.
                   ADD WS-MOVEMENT-ABS  TO WS-GL-RECV-NET
               ELSE
                   SUBTRACT WS-MOVEMENT-ABS FROM WS-GL-RECV-NET.
      *----------------------------------------------------------*
       2380-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
           ADD 1                        TO WS-PC-REDATED-COUNT.
           MOVE 'ACCTMNT'               TO PLL-SOURCE-ID.
           MOVE WS-PC-CHECK-DATE        TO PLL-ORIG-DATE.
           MOVE WS-PC-CHECK-DATE(1:6)   TO PLL-CLOSED-PERIOD.
           MOVE 'REDATED '              TO PLL-ACTION.
           MOVE ' TO '                  TO PLL-NEW-DATE-LABEL.
           MOVE WS-PC-POST-DATE         TO PLL-NEW-DATE.
           MOVE PERIOD-LOCK-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2400-REPORT-DISPOSITION.
      *----------------------------------------------------------*
           MOVE WS-GL-DETAIL-COUNT      TO MF-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL        TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'T'                     TO PT-TRAN-CODE.
           MOVE 'DSPUTE'                TO PT-BATCH-NUMBER.
           MOVE WS-DSP-POST-COUNT       TO PT-BATCH-TRAN-COUNT.
           MOVE WS-DSP-POST-HASH        TO PT-BATCH-AMT-HASH.
           WRITE POST-TRAN-RECORD.
      *----------------------------------------------------------*
       3500-PRINT-MAINT-TRAILER.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME        TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT       TO RL-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL       TO RL-CONTROL-TOTAL.
           MOVE "COMPLETE"             TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
           CLOSE   ACCT-MASTER
                   ACCT-TRAN-FILE
                   DISPUTE-CASE-FILE
                   DISPUTE-POST-FILE
                   ACCT-AUDIT-FILE
                   ACCT-REJECT-FILE
                   GL-FEED-FILE
                   OPER-VIOL-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           PERFORM 9699-CLOSE-WATCH-LIST.
           DISPLAY 'ACCTMNT - AUTH VIOLATIONS  : '
               WS-VIOLATION-COUNT.
           DISPLAY 'ACCTMNT - BATCHES APPLIED  : '
               WS-BATCH-REJECT-COUNT.
           DISPLAY 'ACCTMNT - ACCOUNTS ADDED   : ' WS-ADD-COUNT.
           DISPLAY 'ACCTMNT - ACCOUNTS CHANGED : ' WS-CHANGE-COUNT.
           DISPLAY 'ACCTMNT - CLOSES PENDING  : ' WS-CLOSE-COUNT.
           DISPLAY 'ACCTMNT - DISPUTE STEPS    : ' WS-DSP-STEP-COUNT.
           DISPLAY 'ACCTMNT - DISPUTE POSTINGS : ' WS-DSP-POST-COUNT.
           DISPLAY 'ACCTMNT - REJECTED         : ' WS-REJECT-COUNT.
           DISPLAY 'ACCTMNT - HELD, WATCH LIST : ' WS-HELD-COUNT.
           DISPLAY 'ACCTMNT - REDATED, CLOSED  : '
               WS-PC-REDATED-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           WRITE RUN-LOG-RECORD.
           CLOSE   ACCT-MASTER
                   ACCT-TRAN-FILE
                   DISPUTE-CASE-FILE
                   DISPUTE-POST-FILE
                   ACCT-AUDIT-FILE
                   ACCT-REJECT-FILE
                   GL-FEED-FILE
                   PRINT-FILE
                   RUN-LOG-FILE
                   WATCH-HIT-FILE.
           MOVE 16                     TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
           READ OPER-AUTH-FILE
               AT END MOVE 'Y'          TO AUTH-EOF-SW.
      *----------------------------------------------------------*
           COPY PERCTLR.
      *----------------------------------------------------------*
           COPY WLSCRR.
