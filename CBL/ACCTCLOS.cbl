       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCLOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER     ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO.
           SELECT ADDR-MASTER     ASSIGN TO ADDRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDR-ACCT-NO.
           SELECT REFUND-FILE     ASSIGN TO REFUNDFL.
           SELECT REFUND-TRAN-FILE ASSIGN TO CLOSTRAN.
           SELECT ACCT-AUDIT-FILE ASSIGN TO ACCTAUDT.
           SELECT XMIT-MANIFEST-FILE ASSIGN TO XMITMANF.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  ACCT-MASTER.
      *----------------------------------------------------------*
       COPY ACCTREC.
      *----------------------------------------------------------*
       FD  ADDR-MASTER.
      *----------------------------------------------------------*
       COPY ADDRREC.
      *----------------------------------------------------------*
       FD  REFUND-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    CREDIT-BALANCE REFUND DISBURSEMENTS: H (RUN DATE) / ONE
      *    D PER REFUND / T (DETAIL COUNT AND DOLLAR HASH).
       01  REFUND-RECORD.
           05  RF-REC-TYPE               PIC X(01).
               88  RF-HEADER                 VALUE 'H'.
               88  RF-DETAIL                 VALUE 'D'.
               88  RF-TRAILER                VALUE 'T'.
           05  RF-BODY.
               10  RF-ACCT-NO            PIC X(08).
               10  RF-LAST-NAME          PIC X(20).
               10  RF-FIRST-NAME         PIC X(14).
               10  RF-AMOUNT             PIC 9(07)V99.
               10  RF-REF-NO             PIC X(07).
               10  RF-ADDR-LINE-1        PIC X(30).
               10  RF-ADDR-LINE-2        PIC X(30).
               10  RF-CITY               PIC X(20).
               10  RF-STATE              PIC X(02).
               10  RF-ZIP                PIC X(10).
               10  FILLER                PIC X(09).
           05  RF-CONTROL-DATA REDEFINES RF-BODY.
               10  RF-RUN-DATE           PIC 9(08).
               10  RF-RECORD-COUNT       PIC 9(07).
               10  RF-DOLLAR-HASH        PIC 9(11)V99.
               10  FILLER                PIC X(131).
      *----------------------------------------------------------*
       FD  REFUND-TRAN-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       COPY POSTTRAN.
      *----------------------------------------------------------*
       FD  ACCT-AUDIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ACCT-AUDIT-RECORD.
           05  AU-IMAGE-TYPE             PIC X(01).
           05  AU-TRANS-CODE             PIC X(01).
           05  AU-RUN-DATE               PIC 9(08).
           05  AU-RUN-TIME               PIC 9(08).
           05  AU-ACCT-IMAGE.
               10  AUI-ACCT-NO           PIC X(08).
               10  AUI-LAST-NAME         PIC X(20).
               10  AUI-FIRST-NAME        PIC X(14).
               10  AUI-USA-STATE         PIC X(15).
               10  AUI-ACCT-LIMIT        PIC S9(7)V99 COMP-3.
               10  AUI-ACCT-BALANCE      PIC S9(7)V99 COMP-3.
           05  AU-OPERATOR-ID            PIC X(08).
           05  AU-REF-NO                 PIC X(07).
      *----------------------------------------------------------*
       FD  XMIT-MANIFEST-FILE
           RECORDING MODE IS F.
       COPY XMITMANF.
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRINT-RECORD.
      *    05  CC                        PIC X(01).
           05  PRINT-LINE                PIC X(132).
      *----------------------------------------------------------*
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
      *----------------------------------------------------------*
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTLFL.
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    NIGHTLY ACCOUNT CLOSURE.  ACCTMNT PUTS AN ACCOUNT INTO
      *    PENDING CLOSE (STATUS P) ON AN X TRANSACTION; THIS RUN
      *    WORKS EVERY PENDING ACCOUNT:
      *      CREDIT BALANCE - THE PART NOT ALREADY REFUNDED GOES OUT
      *        AS A REFUNDFL DISBURSEMENT TO THE ADDRMST ADDRESS,
      *        AND A J ADJUSTMENT FOR THE SAME AMOUNT IS WRITTEN ON
      *        CLOSTRAN (BATCH CLSRFD) FOR ACCTPOST TO BRING THE
      *        BALANCE TO ZERO.  THE AMOUNT IS HELD IN
      *        ACCT-REFUND-PENDING UNTIL THAT POSTING CLEARS IT, SO
      *        THE SAME CREDIT IS NEVER REFUNDED TWICE.  NO REFUND
      *        GOES TO AN ADDRESS FLAGGED FOR RETURNED MAIL.
      *      DEBIT BALANCE  - NOTHING TO DO; ACCTSTMT HAS QUOTED THE
      *        PAYOFF ON THE FINAL STATEMENT.
      *      ZERO BALANCE, NO REFUND OUTSTANDING - THE ACCOUNT IS
      *        CLOSED (STATUS C), WITH B/A IMAGES ON ACCTAUDT.
      *    ANY ACCOUNT STILL PENDING MORE THAN WS-STALE-DAYS AFTER
      *    THE CLOSE REQUEST IS LISTED FOR OPERATIONS FOLLOW-UP.
      *    REFUNDFL IS MANIFESTED ON XMITMANF.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(36) VALUE
                   '  ACCOUNT CLOSURE AND REFUNDS       '.
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  HL1-BUSINESS-DATE     PIC X(08).
               10  FILLER                PIC X(72) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(10) VALUE 'ACCOUNT   '.
               10  FILLER    PIC X(22) VALUE 'LAST NAME             '.
               10  FILLER    PIC X(15) VALUE '       BALANCE '.
               10  FILLER    PIC X(15) VALUE ' REFUND PENDING'.
               10  FILLER    PIC X(10) VALUE '  PENDING '.
               10  FILLER    PIC X(06) VALUE ' DAYS '.
               10  FILLER    PIC X(30) VALUE 'ACTION'.
               10  FILLER                PIC X(24) VALUE SPACE.
      *----------------------------------------------------------*
           05  CLOSE-DETAIL-LINE.
               10  CDL-ACCT-NO           PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-LAST-NAME         PIC X(20).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-BALANCE           PIC $$,$$$,$$9.99-.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  CDL-REFUND-PENDING    PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-STATUS-DATE       PIC 9(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-DAYS-PENDING      PIC ZZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-ACTION            PIC X(30).
               10  FILLER                PIC X(24) VALUE SPACE.
      *----------------------------------------------------------*
           05  STALE-HEADER-LINE.
               10  FILLER  PIC X(30) VALUE
                   'PENDING CLOSE OVER            '.
               10  SHL-STALE-DAYS        PIC ZZ9.
               10  FILLER  PIC X(30) VALUE
                   ' DAYS - OPERATIONS FOLLOW-UP  '.
               10  FILLER                PIC X(69) VALUE SPACE.
      *----------------------------------------------------------*
           05  STALE-NONE-LINE.
               10  FILLER  PIC X(30) VALUE
                   'NO ACCOUNTS OVER THE LIMIT    '.
               10  FILLER                PIC X(102) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** ACCOUNTS PENDING : '.
               10  TL1-PENDING-COUNT     PIC ZZ,ZZ9.
               10  FILLER  PIC X(12) VALUE '   REFUNDS: '.
               10  TL1-REFUND-COUNT      PIC ZZ,ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  TL1-REFUND-TOTAL      PIC $$,$$$,$$9.99.
               10  FILLER  PIC X(11) VALUE '   CLOSED: '.
               10  TL1-CLOSED-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE '   STALE: '.
               10  TL1-STALE-COUNT       PIC ZZ,ZZ9.
               10  FILLER                PIC X(38) VALUE SPACE.
      *----------------------------------------------------------*
       01  STALE-TABLE-FIELDS.
           05  STALE-TABLE OCCURS 500 TIMES.
               10  STT-DETAIL-LINE       PIC X(132).
           05  STALE-COUNT               PIC 9(03) VALUE ZERO.
           05  WS-STALE-SUB              PIC 9(03).
      *----------------------------------------------------------*
       01  AUDIT-IMAGE-WORK.
           05  AIW-ACCT-NO               PIC X(08).
           05  AIW-LAST-NAME             PIC X(20).
           05  AIW-FIRST-NAME            PIC X(14).
           05  AIW-USA-STATE             PIC X(15).
           05  AIW-ACCT-LIMIT            PIC S9(7)V99 COMP-3.
           05  AIW-ACCT-BALANCE          PIC S9(7)V99 COMP-3.
      *----------------------------------------------------------*
       01  WS-CLOSURE-FIELDS.
           05  WS-STALE-DAYS             PIC 9(03) VALUE 030.
           05  WS-REFUND-DUE             PIC S9(09)V99.
           05  WS-TODAY-NUM              PIC 9(08).
           05  WS-TODAY-INT              PIC 9(07).
           05  WS-DAYS-PENDING           PIC 9(05).
           05  WS-ACTION                 PIC X(30).
           05  WS-POST-REF-NO.
               10  FILLER                PIC X(01) VALUE 'C'.
               10  WS-POST-REF-DATE      PIC X(06).
      *----------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-PENDING-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-REFUND-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-REFUND-HASH            PIC 9(11)V99 VALUE ZERO.
           05  WS-CLOSED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR       PIC 9(04).
               10  WS-CURRENT-MONTH      PIC 9(02).
               10  WS-CURRENT-DAY        PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS      PIC 9(02).
               10  WS-CURRENT-MINUTE     PIC 9(02).
               10  WS-CURRENT-SECOND     PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  END-OF-FILE-SW            PIC X(01) VALUE 'N'.
               88  END-OF-FILE               VALUE 'Y'.
           05  WS-ADDR-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-ADDR-FOUND             VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-WRITE-HEADERS.
           PERFORM 8000-READ-ACCT-MASTER.
           PERFORM 2000-WORK-ONE-ACCOUNT
               UNTIL END-OF-FILE.
           PERFORM 2900-WRITE-TRAILERS.
           PERFORM 3000-PRINT-STALE-LIST.
           PERFORM 3100-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    I-O    ACCT-MASTER.
           OPEN    INPUT  ADDR-MASTER
                   OUTPUT REFUND-FILE
                          REFUND-TRAN-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          ACCT-AUDIT-FILE
                          XMIT-MANIFEST-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "ACCTCLOS"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           MOVE WS-CURRENT-DATE(3:6)    TO WS-POST-REF-DATE.
           MOVE WS-CURRENT-DATE         TO HL1-BUSINESS-DATE.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       1070-READ-RUN-CONTROL.
      *----------------------------------------------------------*
           OPEN INPUT RUN-CONTROL-FILE.
           MOVE ZERO                    TO BD-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               AT END CONTINUE.
           IF  BD-BUSINESS-DATE-X NUMERIC
           AND BD-BUSINESS-DATE-X NOT = '00000000'
               MOVE BD-BUS-YEAR         TO WS-CURRENT-YEAR
               MOVE BD-BUS-MONTH        TO WS-CURRENT-MONTH
               MOVE BD-BUS-DAY          TO WS-CURRENT-DAY.
           CLOSE RUN-CONTROL-FILE.
      *----------------------------------------------------------*
       1500-WRITE-HEADERS.
      *----------------------------------------------------------*
           MOVE SPACE                   TO REFUND-RECORD.
           MOVE 'H'                     TO RF-REC-TYPE.
           MOVE WS-CURRENT-DATE         TO RF-RUN-DATE.
           WRITE REFUND-RECORD.
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'H'                     TO PT-TRAN-CODE.
           MOVE 'CLSRFD'                TO PT-BATCH-NUMBER.
           WRITE POST-TRAN-RECORD.
      *----------------------------------------------------------*
       2000-WORK-ONE-ACCOUNT.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  ACCT-PENDING-CLOSE
               ADD 1                    TO WS-PENDING-COUNT
               EVALUATE TRUE
                   WHEN ACCT-BALANCE < ZERO
                       PERFORM 2100-CHECK-REFUND
                   WHEN ACCT-BALANCE > ZERO
                       MOVE 'AWAITING PAYOFF'
                                        TO WS-ACTION
                   WHEN ACCT-REFUND-PENDING > ZERO
                       MOVE 'REFUND IN PROCESS'
                                        TO WS-ACTION
                   WHEN OTHER
                       PERFORM 2300-CLOSE-ACCOUNT
               END-EVALUATE
               PERFORM 2800-PRINT-DETAIL-LINE.
           PERFORM 8000-READ-ACCT-MASTER.
      *----------------------------------------------------------*
       2100-CHECK-REFUND.
      *----------------------------------------------------------*
      *    ONLY THE CREDIT NOT ALREADY ON ITS WAY TO THE CUSTOMER IS
      *    REFUNDED; THE REST IS WAITING FOR ACCTPOST TO APPLY THE
      *    ADJUSTMENT WRITTEN ON AN EARLIER RUN.
           COMPUTE WS-REFUND-DUE =
               ZERO - ACCT-BALANCE - ACCT-REFUND-PENDING.
           IF  WS-REFUND-DUE NOT > ZERO
               MOVE 'REFUND IN PROCESS' TO WS-ACTION
           ELSE
               PERFORM 2150-GET-MAILING-ADDRESS
               IF  WS-ADDR-FOUND
               AND ADDR-BAD-ADDRESS
                   ADD 1                TO WS-HELD-COUNT
                   MOVE 'REFUND HELD - BAD ADDRESS'
                                        TO WS-ACTION
               ELSE
                   PERFORM 2200-ISSUE-REFUND.
      *----------------------------------------------------------*
       2150-GET-MAILING-ADDRESS.
      *----------------------------------------------------------*
           MOVE ACCT-NO                 TO ADDR-ACCT-NO.
           MOVE 'Y'                     TO WS-ADDR-FOUND-SW.
           READ ADDR-MASTER
               INVALID KEY
                   MOVE 'N'             TO WS-ADDR-FOUND-SW
           END-READ.
      *----------------------------------------------------------*
       2200-ISSUE-REFUND.
      *----------------------------------------------------------*
           MOVE SPACE                   TO REFUND-RECORD.
           MOVE 'D'                     TO RF-REC-TYPE.
           MOVE ACCT-NO                 TO RF-ACCT-NO.
           MOVE LAST-NAME               TO RF-LAST-NAME.
           MOVE FIRST-NAME              TO RF-FIRST-NAME.
           MOVE WS-REFUND-DUE           TO RF-AMOUNT.
           MOVE WS-POST-REF-NO          TO RF-REF-NO.
           IF  WS-ADDR-FOUND
               MOVE ADDR-LINE-1         TO RF-ADDR-LINE-1
               MOVE ADDR-LINE-2         TO RF-ADDR-LINE-2
               MOVE ADDR-CITY           TO RF-CITY
               MOVE ADDR-STATE          TO RF-STATE
               MOVE ADDR-ZIP            TO RF-ZIP
           ELSE
               MOVE USA-STATE           TO RF-ADDR-LINE-1.
           WRITE REFUND-RECORD.
           ADD 1                        TO WS-REFUND-COUNT.
           ADD WS-REFUND-DUE            TO WS-REFUND-HASH.
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'J'                     TO PT-TRAN-CODE.
           MOVE ACCT-NO                 TO PT-ACCT-NO.
           MOVE WS-POST-REF-NO          TO PT-REF-NO.
           MOVE WS-REFUND-DUE           TO PT-AMOUNT.
           MOVE WS-CURRENT-DATE         TO PT-EFF-DATE.
           MOVE 'ACCTCLOS'              TO PT-SOURCE-ID.
           MOVE 'CREDIT BALANCE REFUND' TO PT-DESCRIPTION.
           WRITE POST-TRAN-RECORD.
           ADD WS-REFUND-DUE            TO ACCT-REFUND-PENDING.
           MOVE WS-TODAY-NUM            TO ACCT-REFUND-DATE.
           REWRITE ACCT-RECORD
               INVALID KEY
                   DISPLAY 'ACCTCLOS - REWRITE FAILED: ' ACCT-NO
           END-REWRITE.
           MOVE 'REFUND ISSUED'         TO WS-ACTION.
      *----------------------------------------------------------*
       2300-CLOSE-ACCOUNT.
      *----------------------------------------------------------*
           MOVE 'B'                     TO AU-IMAGE-TYPE.
           PERFORM 2600-WRITE-AUDIT-IMAGE.
           MOVE 'C'                     TO ACCT-STATUS.
           MOVE WS-TODAY-NUM            TO ACCT-STATUS-DATE.
           REWRITE ACCT-RECORD
               INVALID KEY
                   DISPLAY 'ACCTCLOS - REWRITE FAILED: ' ACCT-NO
           END-REWRITE.
           MOVE 'A'                     TO AU-IMAGE-TYPE.
           PERFORM 2600-WRITE-AUDIT-IMAGE.
           ADD 1                        TO WS-CLOSED-COUNT.
           MOVE 'ACCOUNT CLOSED'        TO WS-ACTION.
      *----------------------------------------------------------*
       2600-WRITE-AUDIT-IMAGE.
      *----------------------------------------------------------*
           MOVE ACCT-NO                 TO AIW-ACCT-NO.
           MOVE LAST-NAME               TO AIW-LAST-NAME.
           MOVE FIRST-NAME              TO AIW-FIRST-NAME.
           MOVE USA-STATE               TO AIW-USA-STATE.
           MOVE ACCT-LIMIT              TO AIW-ACCT-LIMIT.
           MOVE ACCT-BALANCE            TO AIW-ACCT-BALANCE.
           MOVE AUDIT-IMAGE-WORK        TO AU-ACCT-IMAGE.
           MOVE 'X'                     TO AU-TRANS-CODE.
           MOVE WS-CURRENT-DATE         TO AU-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO AU-RUN-TIME.
           MOVE 'ACCTCLOS'              TO AU-OPERATOR-ID.
           MOVE WS-POST-REF-NO          TO AU-REF-NO.
           WRITE ACCT-AUDIT-RECORD.
      *----------------------------------------------------------*
       2800-PRINT-DETAIL-LINE.
      *----------------------------------------------------------*
           MOVE ZERO                    TO WS-DAYS-PENDING.
           IF  ACCT-STATUS-DATE > ZERO
           AND ACCT-STATUS-DATE < WS-TODAY-NUM
               COMPUTE WS-DAYS-PENDING = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(ACCT-STATUS-DATE).
           MOVE ACCT-NO                 TO CDL-ACCT-NO.
           MOVE LAST-NAME               TO CDL-LAST-NAME.
           MOVE ACCT-BALANCE            TO CDL-BALANCE.
           MOVE ACCT-REFUND-PENDING     TO CDL-REFUND-PENDING.
           MOVE ACCT-STATUS-DATE        TO CDL-STATUS-DATE.
           MOVE WS-DAYS-PENDING         TO CDL-DAYS-PENDING.
           MOVE WS-ACTION               TO CDL-ACTION.
           MOVE CLOSE-DETAIL-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           IF  ACCT-PENDING-CLOSE
           AND WS-DAYS-PENDING > WS-STALE-DAYS
               PERFORM 2850-NOTE-STALE-ACCOUNT.
      *----------------------------------------------------------*
       2850-NOTE-STALE-ACCOUNT.
      *----------------------------------------------------------*
           IF  STALE-COUNT = 500
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO STALE-COUNT.
           MOVE CLOSE-DETAIL-LINE       TO STT-DETAIL-LINE(STALE-COUNT).
      *----------------------------------------------------------*
       2900-WRITE-TRAILERS.
      *----------------------------------------------------------*
           MOVE SPACE                   TO REFUND-RECORD.
           MOVE 'T'                     TO RF-REC-TYPE.
           MOVE WS-REFUND-COUNT         TO RF-RECORD-COUNT.
           MOVE WS-REFUND-HASH          TO RF-DOLLAR-HASH.
           WRITE REFUND-RECORD.
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'T'                     TO PT-TRAN-CODE.
           MOVE 'CLSRFD'                TO PT-BATCH-NUMBER.
           MOVE WS-REFUND-COUNT         TO PT-BATCH-TRAN-COUNT.
           MOVE WS-REFUND-HASH          TO PT-BATCH-AMT-HASH.
           WRITE POST-TRAN-RECORD.
           MOVE SPACE                   TO XMIT-MANIFEST-RECORD.
           MOVE 'REFUNDFL'              TO MF-FILE-ID.
           MOVE 'S'                     TO MF-DIRECTION.
           MOVE WS-CURRENT-DATE         TO MF-BUSINESS-DATE.
           MOVE WS-REFUND-COUNT         TO MF-RECORD-COUNT.
           MOVE WS-REFUND-HASH          TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
      *----------------------------------------------------------*
       3000-PRINT-STALE-LIST.
      *----------------------------------------------------------*
           MOVE WS-STALE-DAYS           TO SHL-STALE-DAYS.
           MOVE STALE-HEADER-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           IF  STALE-COUNT = ZERO
               MOVE STALE-NONE-LINE     TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
           ELSE
               PERFORM 3050-PRINT-ONE-STALE
                   VARYING WS-STALE-SUB FROM 1 BY 1
                       UNTIL WS-STALE-SUB > STALE-COUNT.
      *----------------------------------------------------------*
       3050-PRINT-ONE-STALE.
      *----------------------------------------------------------*
           MOVE STT-DETAIL-LINE(WS-STALE-SUB) TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3100-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-PENDING-COUNT        TO TL1-PENDING-COUNT.
           MOVE WS-REFUND-COUNT         TO TL1-REFUND-COUNT.
           MOVE WS-REFUND-HASH          TO TL1-REFUND-TOTAL.
           MOVE WS-CLOSED-COUNT         TO TL1-CLOSED-COUNT.
           MOVE STALE-COUNT             TO TL1-STALE-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "COMPLETE"              TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
       4000-CLOSE-FILES.
      *----------------------------------------------------------*
           CLOSE   ACCT-MASTER
                   ADDR-MASTER
                   REFUND-FILE
                   REFUND-TRAN-FILE
                   ACCT-AUDIT-FILE
                   XMIT-MANIFEST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'ACCTCLOS - ACCOUNTS PENDING : ' WS-PENDING-COUNT.
           DISPLAY 'ACCTCLOS - REFUNDS ISSUED   : ' WS-REFUND-COUNT.
           DISPLAY 'ACCTCLOS - REFUNDS HELD     : ' WS-HELD-COUNT.
           DISPLAY 'ACCTCLOS - ACCOUNTS CLOSED  : ' WS-CLOSED-COUNT.
           DISPLAY 'ACCTCLOS - PENDING OVER LIMIT: ' STALE-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  STALE TABLE OVERFLOW - ACCTCLOS         *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF ACCTCLOS                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   ACCT-MASTER
                   ADDR-MASTER
                   REFUND-FILE
                   REFUND-TRAN-FILE
                   ACCT-AUDIT-FILE
                   XMIT-MANIFEST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8000-READ-ACCT-MASTER.
      *----------------------------------------------------------*
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y'          TO END-OF-FILE-SW.
