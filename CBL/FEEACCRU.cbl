           SELECT FEE-TRAN-FILE   ASSIGN TO FEETRAN.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FD  FEE-TRAN-FILE
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
      *    MONTHLY OVER-LIMIT FEE ACCRUAL: THE CONTRACTUAL FEE (RATE
      *    FROM FEEPARM) IS COMPUTED ON EACH ACCOUNT'S OVER-LIMIT
      *    EXPOSURE AND POSTED THROUGH ACCTPOST AS ONE BALANCED BATCH
      *    OF F (FEE) POSTINGS ON FEETRAN.  THE FEE REGISTER'S
      *    CONTROL TOTALS TIE TO THE GENERAL LEDGER ENTRY.  FEES
      *    DATED INTO A CLOSED ACCOUNTING PERIOD (PERCTL) ARE
      *    REDATED TO THE NEXT OPEN PERIOD AND LISTED.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  FEE-DETAIL-LINE.
           05  WS-FEE-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-FEE-TOTAL              PIC 9(09)V99 VALUE ZERO.
           05  WS-BATCH-AMT-HASH         PIC 9(11)V99 VALUE ZERO.
           05  WS-POST-REF-NO.
               10  FILLER                PIC X(01) VALUE 'F'.
               10  WS-POST-REF-DATE      PIC X(06).
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
           MOVE "FEEACCRU"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE(3:6)    TO WS-POST-REF-DATE.
           PERFORM 9610-LOAD-PERIOD-CONTROL.
           MOVE WS-CURRENT-DATE         TO WS-PC-CHECK-DATE.
           PERFORM 9620-CHECK-POSTING-PERIOD.
           READ FEE-PARM-FILE
               AT END MOVE 'Y'          TO PARM-EOF-SW.
           IF  NOT PARM-EOF
      *----------------------------------------------------------*
       1500-WRITE-BATCH-HEADER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'H'                     TO PT-TRAN-CODE.
           MOVE 'FEEACR'                TO PT-BATCH-NUMBER.
           WRITE POST-TRAN-RECORD.
      *----------------------------------------------------------*
       2000-PROCESS-ONE-ACCOUNT.
      *----------------------------------------------------------*
           MOVE WS-NEW-BALANCE          TO FDL-NEW-BALANCE.
           MOVE FEE-DETAIL-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           IF  WS-PC-PERIOD-CLOSED
               PERFORM 2150-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
       2150-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
           ADD 1                        TO WS-PC-REDATED-COUNT.
           MOVE 'FEEACCRU'              TO PLL-SOURCE-ID.
           MOVE ACCT-NO                 TO PLL-KEY.
           MOVE WS-PC-CHECK-DATE        TO PLL-ORIG-DATE.
           MOVE WS-PC-CHECK-DATE(1:6)   TO PLL-CLOSED-PERIOD.
           MOVE 'REDATED '              TO PLL-ACTION.
           MOVE ' TO '                  TO PLL-NEW-DATE-LABEL.
           MOVE WS-PC-POST-DATE         TO PLL-NEW-DATE.
           MOVE WS-FEE-AMT              TO PLL-AMOUNT.
           MOVE PERIOD-LOCK-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2200-WRITE-FEE-TRANSACTION.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'F'                     TO PT-TRAN-CODE.
           MOVE ACCT-NO                 TO PT-ACCT-NO.
           MOVE WS-POST-REF-NO          TO PT-REF-NO.
           MOVE WS-FEE-AMT              TO PT-AMOUNT.
           MOVE WS-PC-POST-DATE         TO PT-EFF-DATE.
           MOVE 'FEEACCRU'              TO PT-SOURCE-ID.
           MOVE 'OVER-LIMIT FEE'        TO PT-DESCRIPTION.
           WRITE POST-TRAN-RECORD.
           ADD WS-FEE-AMT               TO WS-BATCH-AMT-HASH.
      *----------------------------------------------------------*
       2500-WRITE-BATCH-TRAILER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'T'                     TO PT-TRAN-CODE.
           MOVE 'FEEACR'                TO PT-BATCH-NUMBER.
           MOVE WS-FEE-COUNT            TO PT-BATCH-TRAN-COUNT.
           MOVE WS-BATCH-AMT-HASH       TO PT-BATCH-AMT-HASH.
           WRITE POST-TRAN-RECORD.
      *----------------------------------------------------------*
       3000-PRINT-REGISTER-TRAILER.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE WS-FEE-TOTAL            TO RL-CONTROL-TOTAL.
           MOVE "COMPLETE"              TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
                   RUN-LOG-FILE.
           DISPLAY 'FEEACCRU - ACCOUNTS ASSESSED : ' WS-FEE-COUNT.
           DISPLAY 'FEEACCRU - TOTAL FEES POSTED : ' WS-FEE-TOTAL.
           DISPLAY 'FEEACCRU - REDATED, CLOSED PD: '
               WS-PC-REDATED-COUNT.
      *----------------------------------------------------------*
       8000-READ-ACCT-MASTER.
      *----------------------------------------------------------*
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y'          TO END-OF-FILE-SW.
      *----------------------------------------------------------*
           COPY PERCTLR.
