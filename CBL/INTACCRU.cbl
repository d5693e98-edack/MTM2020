           SELECT INT-TRAN-FILE   ASSIGN TO INTTRAN.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FD  INT-TRAN-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       COPY POSTTRAN.
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
      *----------------------------------------------------------*
       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PERCTL.
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    ACCTAUDT TRAIL (POSTING-DAY AVERAGE; AN ACCOUNT WITH NO
      *    ACTIVITY ACCRUES ON ITS CURRENT BALANCE).  THE TIERED
      *    RATE TABLE PICKS THE HIGHEST BAND FLOOR NOT ABOVE THE
      *    AVERAGE BALANCE.  INTEREST POSTS THROUGH ACCTPOST AS ONE
      *    BALANCED BATCH OF I (INTEREST) POSTINGS ON INTTRAN, EACH
      *    REFERENCED BY THE ACCRUAL MONTH, SO THE AUDIT TRAIL
      *    CARRIES EVERY POSTING.  A POSTING DATED INTO A CLOSED
      *    ACCOUNTING PERIOD (PERCTL) IS REDATED TO THE NEXT OPEN
      *    PERIOD AND LISTED.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  INT-DETAIL-LINE.
           05  WS-INT-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-INT-TOTAL              PIC 9(09)V99 VALUE ZERO.
           05  WS-BATCH-AMT-HASH         PIC 9(11)V99 VALUE ZERO.
           05  WS-POST-REF-NO.
               10  FILLER                PIC X(01) VALUE 'I'.
               10  WS-POST-REF-MONTH     PIC X(06).
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
               10  WS-CURRENT-MINUTE     PIC 9(02).
               10  WS-CURRENT-SECOND     PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *----------------------------------------------------------*
           COPY PERCTLW.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  END-OF-FILE-SW            PIC X(01) VALUE 'N'.
           IF  WS-ACCRUAL-MONTH NOT NUMERIC
               MOVE WS-CURRENT-DATE(1:6) TO WS-ACCRUAL-MONTH.
           MOVE WS-ACCRUAL-MONTH        TO HL1-ACCRUAL-MONTH.
           MOVE WS-ACCRUAL-MONTH        TO WS-POST-REF-MONTH.
           PERFORM 9610-LOAD-PERIOD-CONTROL.
           MOVE WS-CURRENT-DATE         TO WS-PC-CHECK-DATE.
           PERFORM 9620-CHECK-POSTING-PERIOD.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE SPACE                   TO PRINT-LINE.
      *----------------------------------------------------------*
       1500-WRITE-BATCH-HEADER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'H'                     TO PT-TRAN-CODE.
           MOVE 'INTACR'                TO PT-BATCH-NUMBER.
           WRITE POST-TRAN-RECORD.
      *----------------------------------------------------------*
       2000-PROCESS-ONE-ACCOUNT.
      *----------------------------------------------------------*
               MOVE WS-INT-AMT          TO IDL-INT-AMT
               MOVE WS-NEW-BALANCE      TO IDL-NEW-BALANCE
               MOVE INT-DETAIL-LINE     TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               IF  WS-PC-PERIOD-CLOSED
                   PERFORM 2150-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
       2150-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
           ADD 1                        TO WS-PC-REDATED-COUNT.
           MOVE 'INTACCRU'              TO PLL-SOURCE-ID.
           MOVE ACCT-NO                 TO PLL-KEY.
           MOVE WS-PC-CHECK-DATE        TO PLL-ORIG-DATE.
           MOVE WS-PC-CHECK-DATE(1:6)   TO PLL-CLOSED-PERIOD.
           MOVE 'REDATED '              TO PLL-ACTION.
           MOVE ' TO '                  TO PLL-NEW-DATE-LABEL.
           MOVE WS-PC-POST-DATE         TO PLL-NEW-DATE.
           MOVE WS-INT-AMT              TO PLL-AMOUNT.
           MOVE PERIOD-LOCK-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2200-WRITE-INT-TRANSACTION.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'I'                     TO PT-TRAN-CODE.
           MOVE ACCT-NO                 TO PT-ACCT-NO.
           MOVE WS-POST-REF-NO          TO PT-REF-NO.
           MOVE WS-INT-AMT              TO PT-AMOUNT.
           MOVE WS-PC-POST-DATE         TO PT-EFF-DATE.
           MOVE 'INTACCRU'              TO PT-SOURCE-ID.
           MOVE 'MONTHLY INTEREST'      TO PT-DESCRIPTION.
           WRITE POST-TRAN-RECORD.
           ADD WS-INT-AMT               TO WS-BATCH-AMT-HASH.
      *----------------------------------------------------------*
       2500-WRITE-BATCH-TRAILER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'T'                     TO PT-TRAN-CODE.
           MOVE 'INTACR'                TO PT-BATCH-NUMBER.
           MOVE WS-INT-COUNT            TO PT-BATCH-TRAN-COUNT.
           MOVE WS-BATCH-AMT-HASH       TO PT-BATCH-AMT-HASH.
           WRITE POST-TRAN-RECORD.
      *----------------------------------------------------------*
       3000-PRINT-REGISTER-TRAILER.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE WS-INT-TOTAL            TO RL-CONTROL-TOTAL.
           MOVE "COMPLETE"              TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
                   RUN-LOG-FILE.
           DISPLAY 'INTACCRU - ACCOUNTS ACCRUED   : ' WS-INT-COUNT.
           DISPLAY 'INTACCRU - TOTAL INT POSTED   : ' WS-INT-TOTAL.
           DISPLAY 'INTACCRU - REDATED, CLOSED PD : '
               WS-PC-REDATED-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
           READ ACCT-AUDIT-FILE
               AT END MOVE 'Y'          TO AUDIT-EOF-SW.
      *----------------------------------------------------------*
           COPY PERCTLR.
