           SELECT LAPSE-LIST-FILE ASSIGN TO LAPSELST.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
           05  IVO-AMOUNT                PIC 9(07)V99.
           05  IVO-STATUS                PIC X(01).
           05  IVO-PAID-DATE             PIC 9(08).
           05  IVO-REFUND-AMT            PIC 9(07)V99.
           05  FILLER                    PIC X(32).
      *----------------------------------------------------------*
       FD  INVOICE-NEW-FILE
           RECORDING MODE IS F.
           05  IVN-AMOUNT                PIC 9(07)V99.
           05  IVN-STATUS                PIC X(01).
           05  IVN-PAID-DATE             PIC 9(08).
           05  IVN-REFUND-AMT            PIC 9(07)V99.
           05  FILLER                    PIC X(32).
      *----------------------------------------------------------*
       FD  CASH-APP-FILE
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
      *    AT THREE TIMES THE PREMIUM, ANNUAL IN 01 AT TWELVE),
      *    AND THE OPEN ITEMS ARE AGED.  POLICIES MORE THAN 60
      *    DAYS PAST DUE GO ON THE LAPSELST FILE, WHICH MIDTERM
      *    TREATS AS LAPSED AT ADJUDICATION.  AN INVOICE IS O OPEN
      *    OR P PAID HERE; PREMCANC LATER MARKS A PAID INVOICE R
      *    WHEN A CANCELLATION REFUNDS PART OF IT (THE AMOUNT GIVEN
      *    BACK IS IN THE REFUND FIELD) AND AN OPEN ONE X WHEN
      *    THE CANCELLATION MEANS IT WILL NEVER BE COLLECTED.
      *    NO INVOICE IS RAISED INTO A BILLING PERIOD THAT IS
      *    CLOSED ON PERCTL - EACH ONE IS LISTED AS REJECTED - AND
      *    CASH PAID ON A DATE IN A CLOSED PERIOD IS APPLIED AS OF
      *    THE FIRST DAY OF THE NEXT OPEN PERIOD AND LISTED.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  AGE-DETAIL-LINE.
               10  IVT-AMOUNT            PIC 9(07)V99 VALUE ZERO.
               10  IVT-STATUS            PIC X(01) VALUE SPACE.
               10  IVT-PAID-DATE         PIC 9(08) VALUE ZERO.
               10  IVT-REFUND-AMT        PIC 9(07)V99 VALUE ZERO.
           05  INVOICE-COUNT             PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-BILLING-FIELDS.
           05  WS-CASH-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-LAPSE-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-OPEN-AMOUNT            PIC 9(09)V99 VALUE ZERO.
           05  WS-RAISED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
           05  WS-BILL-PERIOD-CLOSED-SW  PIC X(01) VALUE 'N'.
               88  WS-BILL-PERIOD-CLOSED     VALUE 'Y'.
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
           05  POLICY-EOF-SW             PIC X(01) VALUE 'N'.
           IF  WS-BILL-PERIOD NOT NUMERIC
               MOVE WS-CURRENT-DATE(1:6) TO WS-BILL-PERIOD.
           MOVE WS-BILL-PERIOD(5:2)     TO WS-BILL-MONTH.
           PERFORM 9610-LOAD-PERIOD-CONTROL.
           MOVE WS-BILL-PERIOD          TO WS-PC-CHECK-DATE(1:6).
           MOVE '01'                    TO WS-PC-CHECK-DATE(7:2).
           PERFORM 9620-CHECK-POSTING-PERIOD.
           MOVE WS-PC-PERIOD-CLOSED-SW  TO WS-BILL-PERIOD-CLOSED-SW.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE)).
           MOVE IVO-AMOUNT              TO IVT-AMOUNT(IV-INDEX).
           MOVE IVO-STATUS              TO IVT-STATUS(IV-INDEX).
           MOVE IVO-PAID-DATE           TO IVT-PAID-DATE(IV-INDEX).
           IF  IVO-REFUND-AMT NUMERIC
               MOVE IVO-REFUND-AMT      TO IVT-REFUND-AMT(IV-INDEX).
           PERFORM 8050-READ-OLD-INVOICE.
      *----------------------------------------------------------*
       1500-APPLY-CASH.
                AND IVT-PERIOD(IV-INDEX) = CA-PERIOD
                AND IVT-STATUS(IV-INDEX) = 'O'
                   MOVE 'P'             TO IVT-STATUS(IV-INDEX)
                   MOVE CA-PAID-DATE    TO WS-PC-CHECK-DATE
                   PERFORM 9620-CHECK-POSTING-PERIOD
                   MOVE WS-PC-POST-DATE TO IVT-PAID-DATE(IV-INDEX)
                   IF  WS-PC-PERIOD-CLOSED
                       PERFORM 1520-LIST-REDATED-CASH
                   END-IF
                   ADD 1                TO WS-CASH-COUNT.
           PERFORM 8060-READ-CASH-APP.
      *----------------------------------------------------------*
       1520-LIST-REDATED-CASH.
      *----------------------------------------------------------*
           ADD 1                        TO WS-PC-REDATED-COUNT.
           MOVE 'PREMBILL'              TO PLL-SOURCE-ID.
           MOVE SPACE                   TO PLL-KEY.
           STRING CA-POLICY-NO ' ' CA-PERIOD
               DELIMITED BY SIZE INTO PLL-KEY.
           MOVE WS-PC-CHECK-DATE        TO PLL-ORIG-DATE.
           MOVE WS-PC-CHECK-DATE(1:6)   TO PLL-CLOSED-PERIOD.
           MOVE 'REDATED '              TO PLL-ACTION.
           MOVE ' TO '                  TO PLL-NEW-DATE-LABEL.
           MOVE WS-PC-POST-DATE         TO PLL-NEW-DATE.
           MOVE IVT-AMOUNT(IV-INDEX)    TO PLL-AMOUNT.
           MOVE PERIOD-LOCK-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2000-GENERATE-INVOICES.
      *----------------------------------------------------------*
           SET IV-INDEX TO 1.
           SEARCH INVOICE-TABLE
               AT END
                   IF  WS-BILL-PERIOD-CLOSED
                       PERFORM 2160-REJECT-ONE-INVOICE
                   ELSE
                       PERFORM 2150-ADD-ONE-INVOICE
                   END-IF
               WHEN IVT-POLICY-NO(IV-INDEX) = PM-POLICY-NO
                AND IVT-PERIOD(IV-INDEX) = WS-BILL-PERIOD
                   CONTINUE.
           COMPUTE IVT-DUE-DATE(IV-INDEX) =
               FUNCTION NUMVAL(ADL-DUE-DATE).
           MOVE WS-BILL-AMOUNT          TO IVT-AMOUNT(IV-INDEX).
           ADD WS-BILL-AMOUNT           TO WS-RAISED-AMOUNT.
           MOVE 'O'                     TO IVT-STATUS(IV-INDEX).
           MOVE ZERO                    TO IVT-PAID-DATE(IV-INDEX)
                                           IVT-REFUND-AMT(IV-INDEX).
      *----------------------------------------------------------*
       2160-REJECT-ONE-INVOICE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-PC-REJECTED-COUNT.
           MOVE 'PREMBILL'              TO PLL-SOURCE-ID.
           MOVE SPACE                   TO PLL-KEY.
           STRING PM-POLICY-NO ' ' WS-BILL-PERIOD
               DELIMITED BY SIZE INTO PLL-KEY.
           MOVE SPACE                   TO ADL-DUE-DATE.
           STRING WS-BILL-PERIOD '15'
               DELIMITED BY SIZE INTO ADL-DUE-DATE.
           MOVE ADL-DUE-DATE            TO PLL-ORIG-DATE.
           MOVE WS-BILL-PERIOD          TO PLL-CLOSED-PERIOD.
           MOVE 'REJECTED'              TO PLL-ACTION.
           MOVE SPACE                   TO PLL-NEW-DATE-LABEL
                                           PLL-NEW-DATE.
           MOVE WS-BILL-AMOUNT          TO PLL-AMOUNT.
           MOVE PERIOD-LOCK-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3000-AGE-OPEN-INVOICES.
      *----------------------------------------------------------*
           MOVE IVT-AMOUNT(IV-INDEX)    TO IVN-AMOUNT.
           MOVE IVT-STATUS(IV-INDEX)    TO IVN-STATUS.
           MOVE IVT-PAID-DATE(IV-INDEX) TO IVN-PAID-DATE.
           MOVE IVT-REFUND-AMT(IV-INDEX) TO IVN-REFUND-AMT.
           WRITE INVOICE-NEW-RECORD.
           SET IV-INDEX UP BY 1.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE WS-RAISED-AMOUNT        TO RL-CONTROL-TOTAL.
           MOVE "COMPLETE"              TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
           DISPLAY 'PREMBILL - INVOICES RAISED : ' WS-RAISED-COUNT.
           DISPLAY 'PREMBILL - CASH APPLIED    : ' WS-CASH-COUNT.
           DISPLAY 'PREMBILL - LAPSE WARNINGS  : ' WS-LAPSE-COUNT.
           DISPLAY 'PREMBILL - REJECTED, CLOSED: '
               WS-PC-REJECTED-COUNT.
           DISPLAY 'PREMBILL - REDATED, CLOSED : '
               WS-PC-REDATED-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
           READ CASH-APP-FILE
               AT END MOVE 'Y'          TO CASH-EOF-SW.
      *----------------------------------------------------------*
           COPY PERCTLR.
