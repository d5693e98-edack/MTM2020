       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMCANC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMAST.
           SELECT OPTIONAL CANCEL-NOTICE-FILE ASSIGN TO POLCANC.
           SELECT INVOICE-OLD-FILE ASSIGN TO PREMINV.
           SELECT INVOICE-NEW-FILE ASSIGN TO PREMINVN.
           SELECT REFUND-FILE     ASSIGN TO PREMRFND.
           SELECT REFUND-PAY-FILE ASSIGN TO PREMRPAY.
           SELECT XMIT-MANIFEST-FILE ASSIGN TO XMITMANF.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  POLICY-MASTER-FILE
           RECORDING MODE IS F.
       COPY POLMAST.
      *----------------------------------------------------------*
       FD  CANCEL-NOTICE-FILE
           RECORDING MODE IS F.
       COPY POLCANC.
      *----------------------------------------------------------*
       FD  INVOICE-OLD-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  INVOICE-OLD-RECORD.
           05  IVO-POLICY-NO             PIC X(07).
           05  IVO-PERIOD                PIC X(06).
           05  IVO-PERIOD-PARTS REDEFINES IVO-PERIOD.
               10  IVO-PERIOD-YEAR       PIC 9(04).
               10  IVO-PERIOD-MONTH      PIC 9(02).
           05  IVO-DUE-DATE              PIC 9(08).
           05  IVO-AMOUNT                PIC 9(07)V99.
           05  IVO-STATUS                PIC X(01).
               88  IVO-OPEN                  VALUE 'O'.
               88  IVO-PAID                  VALUE 'P'.
           05  IVO-PAID-DATE             PIC 9(08).
           05  IVO-REFUND-AMT            PIC 9(07)V99.
           05  FILLER                    PIC X(32).
      *----------------------------------------------------------*
       FD  INVOICE-NEW-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  INVOICE-NEW-RECORD            PIC X(80).
      *----------------------------------------------------------*
       FD  REFUND-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    PREMIUM RETURNED TO THE INSURED AGAINST A BILLED PERIOD,
      *    FOR THE PRODCOMM COMMISSION CHARGEBACK.
       01  REFUND-RECORD.
           05  RF-POLICY-NO              PIC X(07).
           05  RF-PERIOD                 PIC X(06).
           05  RF-AMOUNT                 PIC 9(07)V99.
           05  RF-REFUND-DATE            PIC 9(08).
           05  FILLER                    PIC X(50).
      *----------------------------------------------------------*
       FD  REFUND-PAY-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    PREMIUM REFUNDS IN THE DISBURSEMENT INTERFACE LAYOUT
      *    MIDTERM SENDS CLAIM PAYMENTS IN.  THE PAYEE IS THE
      *    INSURED; THE CANCELLATION DATE GOES IN AS THE RECEIVED
      *    DATE.
       01  PAYMENT-RECORD.
           05  PAY-REC-TYPE              PIC X(01).
               88  PAY-HEADER                VALUE 'H'.
               88  PAY-DETAIL                VALUE 'D'.
               88  PAY-TRAILER               VALUE 'T'.
           05  PAY-BODY.
               10  PAY-POLICY-NO         PIC X(07).
               10  PAY-LAST-NAME         PIC X(15).
               10  PAY-FIRST-NAME        PIC X(10).
               10  PAY-AMOUNT            PIC 9(07)V99.
               10  PAY-RECEIVED-DATE     PIC 9(08).
               10  PAY-INTEREST-AMT      PIC 9(07)V99.
               10  FILLER                PIC X(21).
           05  PAY-CONTROL-DATA REDEFINES PAY-BODY.
               10  PAY-RUN-DATE          PIC 9(08).
               10  PAY-RECORD-COUNT      PIC 9(07).
               10  PAY-DOLLAR-HASH       PIC 9(11)V99.
               10  FILLER                PIC X(51).
      *----------------------------------------------------------*
       FD  XMIT-MANIFEST-FILE
           RECORDING MODE IS F.
       COPY XMITMANF.
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRINT-RECORD.
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
      *    PREMIUM ON CANCELLED POLICIES.  RUN IN THE MONTHLY CYCLE
      *    AFTER PREMBILL AND BEFORE PRODCOMM.  EVERY CLOSE POLMNT
      *    APPLIES LEAVES A NOTICE ON POLCANC WITH THE CANCELLATION
      *    DATE; FOR A POLICY STILL CLOSED ON POLMAST EACH PREMINV
      *    INVOICE IS SET AGAINST THAT DATE:
      *      PAID - A PAID INVOICE WHOSE COVERAGE (THE BILLING
      *        PERIOD FROM THE 1ST FOR 1, 3 OR 12 MONTHS BY THE
      *        BILLING FREQUENCY) RUNS PAST THE CANCELLATION DATE
      *        IS EARNED PRO RATA BY DAY UP TO IT.  THE UNEARNED
      *        REST IS REFUNDED, LESS THE SHORT-RATE PENALTY FOR
      *        THE POLICY TYPE WHEN THE INSURED ASKED TO CANCEL.
      *        THE INVOICE GOES TO STATUS R WITH THE REFUND ON IT.
      *      OPEN - AN OPEN INVOICE FOR A PERIOD STARTING ON OR
      *        AFTER THE CANCELLATION DATE GOES TO STATUS X,
      *        CANCELLED.  ONE FOR A PERIOD ALREADY STARTED STAYS
      *        DUE FOR THE COVER GIVEN.
      *    BECAUSE ONLY P AND O INVOICES ARE TOUCHED, A NOTICE SEEN
      *    AGAIN ON A LATER RUN CHANGES NOTHING.  EACH POLICY'S
      *    REFUND IS PAID ON PREMRPAY (MANIFESTED ON XMITMANF) AND
      *    EACH REFUNDED PERIOD GOES ON PREMRFND FOR THE COMMISSION
      *    CHARGEBACK.  THE CANCELLATION REGISTER LISTS THE POLICIES
      *    BY POLICY TYPE AND TIES ITS REFUND TOTALS TO THE PREMRPAY
      *    TRAILER.
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  PREMIUM CANCELLATION REGISTER         '.
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  HL1-BUSINESS-DATE     PIC X(10).
               10  FILLER                PIC X(66) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(09) VALUE 'POLICY'.
               10  FILLER  PIC X(22) VALUE 'INSURED'.
               10  FILLER  PIC X(12) VALUE 'CANCEL DATE'.
               10  FILLER  PIC X(09) VALUE 'REASON'.
               10  FILLER  PIC X(16) VALUE '    PAID PREMIUM'.
               10  FILLER  PIC X(16) VALUE '  EARNED PREMIUM'.
               10  FILLER  PIC X(16) VALUE '  SHORT-RATE PEN'.
               10  FILLER  PIC X(16) VALUE '          REFUND'.
               10  FILLER  PIC X(16) VALUE '  OPEN CANCELLED'.
      *----------------------------------------------------------*
           05  SECTION-LINE.
               10  SCL-TITLE             PIC X(40).
               10  FILLER                PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  REGISTER-DETAIL-LINE.
               10  RDL-POLICY-NO         PIC X(07).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-INSURED           PIC X(20).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-CANCEL-DATE       PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-REASON            PIC X(07).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-PAID              PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-EARNED            PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-PENALTY           PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-REFUND            PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-CANCELLED         PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
      *----------------------------------------------------------*
           05  REGISTER-TOTAL-LINE.
               10  RTL-CAPTION           PIC X(50).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RTL-PAID              PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RTL-EARNED            PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RTL-PENALTY           PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RTL-REFUND            PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RTL-CANCELLED         PIC ZZZ,ZZZ,ZZ9.99.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** NOTICES READ    :  '.
               10  TL1-NOTICE-COUNT      PIC Z,ZZ9.
               10  FILLER  PIC X(17) VALUE '   NOT CLOSED  : '.
               10  TL1-NOT-CLOSED-COUNT  PIC Z,ZZ9.
               10  FILLER  PIC X(17) VALUE '   INV REFUNDED: '.
               10  TL1-REFUNDED-COUNT    PIC Z,ZZ9.
               10  FILLER  PIC X(17) VALUE '   INV CANCELLD: '.
               10  TL1-CANCELLED-COUNT   PIC Z,ZZ9.
               10  FILLER                PIC X(39) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(22) VALUE '** REGISTER REFUNDS:  '.
               10  TL2-REG-COUNT         PIC Z,ZZ9.
               10  FILLER  PIC X(17) VALUE '   AMOUNT      : '.
               10  TL2-REG-AMOUNT        PIC $$$,$$$,$$9.99.
               10  FILLER                PIC X(74) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-3.
               10  FILLER  PIC X(22) VALUE '** PREMRPAY TRAILER:  '.
               10  TL3-PAY-COUNT         PIC Z,ZZ9.
               10  FILLER  PIC X(17) VALUE '   HASH TOTAL  : '.
               10  TL3-PAY-HASH          PIC $$$,$$$,$$9.99.
               10  FILLER                PIC X(03) VALUE SPACE.
               10  TL3-BALANCE           PIC X(14).
               10  FILLER                PIC X(57) VALUE SPACE.
      *----------------------------------------------------------*
       01  CANCEL-TABLE-FIELDS.
           05  CANCEL-TABLE OCCURS 1000 TIMES
                           INDEXED BY CN-INDEX.
               10  CNT-POLICY-NO         PIC X(07) VALUE SPACE.
               10  CNT-LAST-NAME         PIC X(15) VALUE SPACE.
               10  CNT-FIRST-NAME        PIC X(10) VALUE SPACE.
               10  CNT-TYPE-SUB          PIC 9(01) VALUE ZERO.
               10  CNT-BILL-MONTHS       PIC 9(02) VALUE ZERO.
               10  CNT-CANCEL-DATE       PIC 9(08) VALUE ZERO.
               10  CNT-CANCEL-INT        PIC 9(07) VALUE ZERO.
               10  CNT-CANCEL-REASON     PIC X(01) VALUE SPACE.
               10  CNT-ACTIVITY-SW       PIC X(01) VALUE 'N'.
               10  CNT-PAID              PIC 9(07)V99 VALUE ZERO.
               10  CNT-EARNED            PIC 9(07)V99 VALUE ZERO.
               10  CNT-PENALTY           PIC 9(07)V99 VALUE ZERO.
               10  CNT-REFUND            PIC 9(07)V99 VALUE ZERO.
               10  CNT-CANCELLED         PIC 9(07)V99 VALUE ZERO.
           05  CANCEL-COUNT              PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
      *    TOTALS BY POLICY TYPE 1-3; 4 TAKES ANY OTHER TYPE CODE.
       01  TYPE-TOTAL-FIELDS.
           05  TYPE-TOTAL OCCURS 4 TIMES.
               10  TTT-POLICY-COUNT      PIC 9(05) VALUE ZERO.
               10  TTT-PAID              PIC 9(09)V99 VALUE ZERO.
               10  TTT-EARNED            PIC 9(09)V99 VALUE ZERO.
               10  TTT-PENALTY           PIC 9(09)V99 VALUE ZERO.
               10  TTT-REFUND            PIC 9(09)V99 VALUE ZERO.
               10  TTT-CANCELLED         PIC 9(09)V99 VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-TYPE-NAMES.
           05  FILLER     PIC X(20) VALUE 'EMPLOYER-PRIVATE    '.
           05  FILLER     PIC X(20) VALUE 'STANDARD MEDICARE   '.
           05  FILLER     PIC X(20) VALUE 'AFFORDABLE CARE ACT '.
           05  FILLER     PIC X(20) VALUE 'UNKNOWN             '.
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME              PIC X(20) OCCURS 4 TIMES.
      *----------------------------------------------------------*
      *    SHORT-RATE PENALTY, PERCENT OF THE UNEARNED PREMIUM,
      *    KEPT WHEN THE INSURED CANCELS.  MEDICARE AND ACA PLANS
      *    MAY NOT CHARGE ONE.
       01  SHORT-RATE-VALUES.
           05  FILLER                    PIC 9(02)V99 VALUE 10.00.
           05  FILLER                    PIC 9(02)V99 VALUE 00.00.
           05  FILLER                    PIC 9(02)V99 VALUE 00.00.
           05  FILLER                    PIC 9(02)V99 VALUE 10.00.
       01  SHORT-RATE-TABLE REDEFINES SHORT-RATE-VALUES.
           05  SHORT-RATE-PCT            PIC 9(02)V99 OCCURS 4 TIMES.
      *----------------------------------------------------------*
       01  WS-CANCEL-FIELDS.
           05  WS-TODAY-NUM              PIC 9(08).
           05  WS-TYPE-SUB               PIC 9(01).
           05  WS-PERIOD-START.
               10  WS-START-YEAR         PIC 9(04).
               10  WS-START-MONTH        PIC 9(02).
               10  WS-START-DAY          PIC 9(02).
           05  WS-PERIOD-START-NUM REDEFINES WS-PERIOD-START
                                         PIC 9(08).
           05  WS-PERIOD-END.
               10  WS-END-YEAR           PIC 9(04).
               10  WS-END-MONTH          PIC 9(02).
               10  WS-END-DAY            PIC 9(02).
           05  WS-PERIOD-END-NUM REDEFINES WS-PERIOD-END
                                         PIC 9(08).
           05  WS-START-INT              PIC 9(07).
           05  WS-END-INT                PIC 9(07).
           05  WS-PERIOD-DAYS            PIC 9(05).
           05  WS-UNEARNED-DAYS          PIC 9(05).
           05  WS-UNEARNED               PIC 9(07)V99.
           05  WS-PENALTY                PIC 9(07)V99.
           05  WS-REFUND                 PIC 9(07)V99.
           05  WS-NOTICE-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-NOT-CLOSED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-REFUNDED-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-CANCELLED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-REG-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-REG-REFUND             PIC 9(11)V99 VALUE ZERO.
           05  WS-PAY-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-PAY-HASH               PIC 9(11)V99 VALUE ZERO.
           05  WS-GRAND-PAID             PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-EARNED           PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-PENALTY          PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-CANCELLED        PIC 9(09)V99 VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-FORMAT-DATE-FIELDS.
           05  WS-FMT-DATE-IN            PIC 9(08).
           05  WS-FMT-DATE-PARTS REDEFINES WS-FMT-DATE-IN.
               10  WS-FMT-YEAR           PIC X(04).
               10  WS-FMT-MONTH          PIC X(02).
               10  WS-FMT-DAY            PIC X(02).
           05  WS-FMT-DATE-OUT.
               10  WS-FMT-OUT-MONTH      PIC X(02).
               10  FILLER                PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-DAY        PIC X(02).
               10  FILLER                PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-YEAR       PIC X(04).
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
           05  POLICY-EOF-SW             PIC X(01) VALUE 'N'.
               88  POLICY-EOF                VALUE 'Y'.
           05  NOTICE-EOF-SW             PIC X(01) VALUE 'N'.
               88  NOTICE-EOF                VALUE 'Y'.
           05  INVOICE-EOF-SW            PIC X(01) VALUE 'N'.
               88  INVOICE-EOF               VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-CLOSED-POLICIES.
           PERFORM 1200-LOAD-CANCEL-NOTICES.
           PERFORM 2000-PROCESS-INVOICES.
           PERFORM 3000-PRINT-ONE-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 4.
           PERFORM 3400-PRINT-GRAND-TOTAL.
           PERFORM 3500-WRITE-PAY-TRAILER.
           PERFORM 3800-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  POLICY-MASTER-FILE
                          CANCEL-NOTICE-FILE
                          INVOICE-OLD-FILE
                   OUTPUT INVOICE-NEW-FILE
                          REFUND-FILE
                          REFUND-PAY-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          XMIT-MANIFEST-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "PREMCANC"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-NUM.
           MOVE WS-TODAY-NUM            TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO HL1-BUSINESS-DATE.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PAYMENT-RECORD.
           MOVE 'H'                     TO PAY-REC-TYPE.
           MOVE WS-TODAY-NUM            TO PAY-RUN-DATE.
           WRITE PAYMENT-RECORD.
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
       1100-LOAD-CLOSED-POLICIES.
      *----------------------------------------------------------*
           PERFORM 8000-READ-POLICY-MASTER.
           PERFORM 1110-STORE-ONE-POLICY
               UNTIL POLICY-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-POLICY.
      *----------------------------------------------------------*
           IF  PM-CLOSED
               IF  CANCEL-COUNT = 1000
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                    TO CANCEL-COUNT
               SET CN-INDEX             TO CANCEL-COUNT
               MOVE PM-POLICY-NO        TO CNT-POLICY-NO(CN-INDEX)
               MOVE PM-INSURED-LAST-NAME
                                        TO CNT-LAST-NAME(CN-INDEX)
               MOVE PM-INSURED-FIRST-NAME
                                        TO CNT-FIRST-NAME(CN-INDEX)
               IF  PM-POLICY-TYPE = 1 OR 2 OR 3
                   MOVE PM-POLICY-TYPE  TO CNT-TYPE-SUB(CN-INDEX)
               ELSE
                   MOVE 4               TO CNT-TYPE-SUB(CN-INDEX)
               END-IF
               EVALUATE TRUE
                   WHEN PM-BILL-QUARTERLY
                       MOVE 03          TO CNT-BILL-MONTHS(CN-INDEX)
                   WHEN PM-BILL-ANNUAL
                       MOVE 12          TO CNT-BILL-MONTHS(CN-INDEX)
                   WHEN OTHER
                       MOVE 01          TO CNT-BILL-MONTHS(CN-INDEX)
               END-EVALUATE.
           PERFORM 8000-READ-POLICY-MASTER.
      *----------------------------------------------------------*
       1200-LOAD-CANCEL-NOTICES.
      *----------------------------------------------------------*
           PERFORM 8010-READ-CANCEL-NOTICE.
           PERFORM 1210-APPLY-ONE-NOTICE
               UNTIL NOTICE-EOF.
      *----------------------------------------------------------*
       1210-APPLY-ONE-NOTICE.
      *----------------------------------------------------------*
      *    NOTICES ARE IN THE ORDER POLMNT WROTE THEM, SO A POLICY
      *    CLOSED MORE THAN ONCE TAKES ITS LATEST CANCELLATION.
           ADD 1                        TO WS-RUN-LOG-COUNT
                                           WS-NOTICE-COUNT.
           SET CN-INDEX TO 1.
           SEARCH CANCEL-TABLE
               AT END
                   ADD 1                TO WS-NOT-CLOSED-COUNT
               WHEN CNT-POLICY-NO(CN-INDEX) = SPACE
                   ADD 1                TO WS-NOT-CLOSED-COUNT
               WHEN CNT-POLICY-NO(CN-INDEX) = CN-POLICY-NO
                   PERFORM 1220-STORE-CANCEL-DATE
           END-SEARCH.
           PERFORM 8010-READ-CANCEL-NOTICE.
      *----------------------------------------------------------*
       1220-STORE-CANCEL-DATE.
      *----------------------------------------------------------*
           IF  CN-CANCEL-DATE NUMERIC
           AND CN-CANCEL-DATE > ZERO
               MOVE CN-CANCEL-DATE      TO CNT-CANCEL-DATE(CN-INDEX)
               COMPUTE CNT-CANCEL-INT(CN-INDEX) =
                   FUNCTION INTEGER-OF-DATE(CN-CANCEL-DATE)
               MOVE CN-CANCEL-REASON    TO CNT-CANCEL-REASON(CN-INDEX)
           ELSE
               DISPLAY 'PREMCANC - BAD CANCEL DATE: ' CN-POLICY-NO
                   ' ' CN-CANCEL-DATE.
      *----------------------------------------------------------*
       2000-PROCESS-INVOICES.
      *----------------------------------------------------------*
           PERFORM 8020-READ-OLD-INVOICE.
           PERFORM 2100-PROCESS-ONE-INVOICE
               UNTIL INVOICE-EOF.
      *----------------------------------------------------------*
       2100-PROCESS-ONE-INVOICE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  IVO-REFUND-AMT NOT NUMERIC
               MOVE ZERO                TO IVO-REFUND-AMT.
           IF  (IVO-OPEN OR IVO-PAID)
           AND IVO-PERIOD NUMERIC
               SET CN-INDEX TO 1
               SEARCH CANCEL-TABLE
                   AT END
                       CONTINUE
                   WHEN CNT-POLICY-NO(CN-INDEX) = SPACE
                       CONTINUE
                   WHEN CNT-POLICY-NO(CN-INDEX) = IVO-POLICY-NO
                       IF  CNT-CANCEL-INT(CN-INDEX) > ZERO
                           PERFORM 2200-SET-COVERAGE-PERIOD
                           PERFORM 2300-CANCEL-ONE-INVOICE
                       END-IF
               END-SEARCH.
           MOVE INVOICE-OLD-RECORD      TO INVOICE-NEW-RECORD.
           WRITE INVOICE-NEW-RECORD.
           PERFORM 8020-READ-OLD-INVOICE.
      *----------------------------------------------------------*
       2200-SET-COVERAGE-PERIOD.
      *----------------------------------------------------------*
      *    COVERAGE RUNS FROM THE 1ST OF THE BILLING PERIOD UP TO
      *    (NOT INCLUDING) THE 1ST OF THE PERIOD AFTER IT.
           MOVE IVO-PERIOD-YEAR         TO WS-START-YEAR.
           MOVE IVO-PERIOD-MONTH        TO WS-START-MONTH.
           MOVE 01                      TO WS-START-DAY.
           MOVE WS-START-YEAR           TO WS-END-YEAR.
           COMPUTE WS-END-MONTH =
               WS-START-MONTH + CNT-BILL-MONTHS(CN-INDEX).
           IF  WS-END-MONTH > 12
               SUBTRACT 12              FROM WS-END-MONTH
               ADD 1                    TO WS-END-YEAR.
           MOVE 01                      TO WS-END-DAY.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START-NUM).
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-NUM).
      *----------------------------------------------------------*
       2300-CANCEL-ONE-INVOICE.
      *----------------------------------------------------------*
           IF  IVO-OPEN
               IF  WS-START-INT NOT < CNT-CANCEL-INT(CN-INDEX)
                   PERFORM 2400-CANCEL-OPEN-INVOICE
               END-IF
           ELSE
               IF  CNT-CANCEL-INT(CN-INDEX) < WS-END-INT
                   PERFORM 2500-REFUND-PAID-INVOICE.
      *----------------------------------------------------------*
       2400-CANCEL-OPEN-INVOICE.
      *----------------------------------------------------------*
           MOVE 'X'                     TO IVO-STATUS.
           ADD IVO-AMOUNT               TO CNT-CANCELLED(CN-INDEX).
           MOVE 'Y'                     TO CNT-ACTIVITY-SW(CN-INDEX).
           ADD 1                        TO WS-CANCELLED-COUNT.
      *----------------------------------------------------------*
       2500-REFUND-PAID-INVOICE.
      *----------------------------------------------------------*
           COMPUTE WS-PERIOD-DAYS = WS-END-INT - WS-START-INT.
           IF  CNT-CANCEL-INT(CN-INDEX) > WS-START-INT
               COMPUTE WS-UNEARNED-DAYS =
                   WS-END-INT - CNT-CANCEL-INT(CN-INDEX)
           ELSE
               MOVE WS-PERIOD-DAYS      TO WS-UNEARNED-DAYS.
           COMPUTE WS-UNEARNED ROUNDED =
               IVO-AMOUNT * WS-UNEARNED-DAYS / WS-PERIOD-DAYS.
           MOVE ZERO                    TO WS-PENALTY.
           IF  CNT-CANCEL-REASON(CN-INDEX) = 'I'
               MOVE CNT-TYPE-SUB(CN-INDEX) TO WS-TYPE-SUB
               COMPUTE WS-PENALTY ROUNDED =
                   WS-UNEARNED * SHORT-RATE-PCT(WS-TYPE-SUB) / 100.
           COMPUTE WS-REFUND = WS-UNEARNED - WS-PENALTY.
           ADD IVO-AMOUNT               TO CNT-PAID(CN-INDEX).
           COMPUTE CNT-EARNED(CN-INDEX) =
               CNT-EARNED(CN-INDEX) + IVO-AMOUNT - WS-UNEARNED.
           ADD WS-PENALTY               TO CNT-PENALTY(CN-INDEX).
           ADD WS-REFUND                TO CNT-REFUND(CN-INDEX).
           MOVE 'Y'                     TO CNT-ACTIVITY-SW(CN-INDEX).
           ADD 1                        TO WS-REFUNDED-COUNT.
           MOVE 'R'                     TO IVO-STATUS.
           MOVE WS-REFUND               TO IVO-REFUND-AMT.
           IF  WS-REFUND > ZERO
               MOVE SPACE               TO REFUND-RECORD
               MOVE IVO-POLICY-NO       TO RF-POLICY-NO
               MOVE IVO-PERIOD          TO RF-PERIOD
               MOVE WS-REFUND           TO RF-AMOUNT
               MOVE WS-TODAY-NUM        TO RF-REFUND-DATE
               WRITE REFUND-RECORD.
      *----------------------------------------------------------*
       2900-FORMAT-DATE.
      *----------------------------------------------------------*
           MOVE WS-FMT-MONTH            TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-DAY              TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-YEAR             TO WS-FMT-OUT-YEAR.
      *----------------------------------------------------------*
       3000-PRINT-ONE-TYPE.
      *----------------------------------------------------------*
           PERFORM 3050-COUNT-ONE-POLICY
               VARYING CN-INDEX FROM 1 BY 1
                   UNTIL CN-INDEX > CANCEL-COUNT.
           IF  TTT-POLICY-COUNT(WS-TYPE-SUB) > ZERO
               MOVE SPACE               TO SCL-TITLE
               STRING 'POLICY TYPE: ' WS-TYPE-NAME(WS-TYPE-SUB)
                   DELIMITED BY SIZE INTO SCL-TITLE
               MOVE SECTION-LINE        TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 2
               MOVE SPACE               TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               PERFORM 3100-PRINT-ONE-POLICY
                   VARYING CN-INDEX FROM 1 BY 1
                       UNTIL CN-INDEX > CANCEL-COUNT
               PERFORM 3200-PRINT-TYPE-TOTAL.
      *----------------------------------------------------------*
       3050-COUNT-ONE-POLICY.
      *----------------------------------------------------------*
           IF  CNT-TYPE-SUB(CN-INDEX) = WS-TYPE-SUB
           AND CNT-ACTIVITY-SW(CN-INDEX) = 'Y'
               ADD 1                TO TTT-POLICY-COUNT(WS-TYPE-SUB).
      *----------------------------------------------------------*
       3100-PRINT-ONE-POLICY.
      *----------------------------------------------------------*
           IF  CNT-TYPE-SUB(CN-INDEX) = WS-TYPE-SUB
           AND CNT-ACTIVITY-SW(CN-INDEX) = 'Y'
               MOVE CNT-POLICY-NO(CN-INDEX) TO RDL-POLICY-NO
               MOVE SPACE               TO RDL-INSURED
               STRING CNT-LAST-NAME(CN-INDEX) DELIMITED BY '  '
                      ', '             DELIMITED BY SIZE
                      CNT-FIRST-NAME(CN-INDEX) DELIMITED BY '  '
                   INTO RDL-INSURED
               MOVE CNT-CANCEL-DATE(CN-INDEX) TO WS-FMT-DATE-IN
               PERFORM 2900-FORMAT-DATE
               MOVE WS-FMT-DATE-OUT     TO RDL-CANCEL-DATE
               IF  CNT-CANCEL-REASON(CN-INDEX) = 'I'
                   MOVE 'INSURED'       TO RDL-REASON
               ELSE
                   MOVE 'COMPANY'       TO RDL-REASON
               END-IF
               MOVE CNT-PAID(CN-INDEX)      TO RDL-PAID
               MOVE CNT-EARNED(CN-INDEX)    TO RDL-EARNED
               MOVE CNT-PENALTY(CN-INDEX)   TO RDL-PENALTY
               MOVE CNT-REFUND(CN-INDEX)    TO RDL-REFUND
               MOVE CNT-CANCELLED(CN-INDEX) TO RDL-CANCELLED
               MOVE REGISTER-DETAIL-LINE    TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               ADD CNT-PAID(CN-INDEX)   TO TTT-PAID(WS-TYPE-SUB)
               ADD CNT-EARNED(CN-INDEX) TO TTT-EARNED(WS-TYPE-SUB)
               ADD CNT-PENALTY(CN-INDEX)
                                        TO TTT-PENALTY(WS-TYPE-SUB)
               ADD CNT-REFUND(CN-INDEX) TO TTT-REFUND(WS-TYPE-SUB)
               ADD CNT-CANCELLED(CN-INDEX)
                                        TO TTT-CANCELLED(WS-TYPE-SUB)
               IF  CNT-REFUND(CN-INDEX) > ZERO
                   ADD 1                TO WS-REG-COUNT
                   PERFORM 3150-WRITE-PAY-DETAIL.
      *----------------------------------------------------------*
       3150-WRITE-PAY-DETAIL.
      *----------------------------------------------------------*
           MOVE SPACE                   TO PAYMENT-RECORD.
           MOVE 'D'                     TO PAY-REC-TYPE.
           MOVE CNT-POLICY-NO(CN-INDEX) TO PAY-POLICY-NO.
           MOVE CNT-LAST-NAME(CN-INDEX) TO PAY-LAST-NAME.
           MOVE CNT-FIRST-NAME(CN-INDEX) TO PAY-FIRST-NAME.
           MOVE CNT-REFUND(CN-INDEX)    TO PAY-AMOUNT.
           MOVE CNT-CANCEL-DATE(CN-INDEX) TO PAY-RECEIVED-DATE.
           MOVE ZERO                    TO PAY-INTEREST-AMT.
           WRITE PAYMENT-RECORD.
           ADD 1                        TO WS-PAY-COUNT.
           ADD CNT-REFUND(CN-INDEX)     TO WS-PAY-HASH.
      *----------------------------------------------------------*
       3200-PRINT-TYPE-TOTAL.
      *----------------------------------------------------------*
           MOVE SPACE                   TO RTL-CAPTION.
           STRING '   TOTAL ' WS-TYPE-NAME(WS-TYPE-SUB)
               DELIMITED BY SIZE INTO RTL-CAPTION.
           MOVE TTT-PAID(WS-TYPE-SUB)   TO RTL-PAID.
           MOVE TTT-EARNED(WS-TYPE-SUB) TO RTL-EARNED.
           MOVE TTT-PENALTY(WS-TYPE-SUB) TO RTL-PENALTY.
           MOVE TTT-REFUND(WS-TYPE-SUB) TO RTL-REFUND.
           MOVE TTT-CANCELLED(WS-TYPE-SUB) TO RTL-CANCELLED.
           MOVE REGISTER-TOTAL-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           ADD TTT-PAID(WS-TYPE-SUB)    TO WS-GRAND-PAID.
           ADD TTT-EARNED(WS-TYPE-SUB)  TO WS-GRAND-EARNED.
           ADD TTT-PENALTY(WS-TYPE-SUB) TO WS-GRAND-PENALTY.
           ADD TTT-REFUND(WS-TYPE-SUB)  TO WS-REG-REFUND.
           ADD TTT-CANCELLED(WS-TYPE-SUB) TO WS-GRAND-CANCELLED.
      *----------------------------------------------------------*
       3400-PRINT-GRAND-TOTAL.
      *----------------------------------------------------------*
           MOVE 'REGISTER TOTAL - ALL POLICY TYPES' TO RTL-CAPTION.
           MOVE WS-GRAND-PAID           TO RTL-PAID.
           MOVE WS-GRAND-EARNED         TO RTL-EARNED.
           MOVE WS-GRAND-PENALTY        TO RTL-PENALTY.
           MOVE WS-REG-REFUND           TO RTL-REFUND.
           MOVE WS-GRAND-CANCELLED      TO RTL-CANCELLED.
           MOVE REGISTER-TOTAL-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
      *----------------------------------------------------------*
       3500-WRITE-PAY-TRAILER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO PAYMENT-RECORD.
           MOVE 'T'                     TO PAY-REC-TYPE.
           MOVE WS-PAY-COUNT            TO PAY-RECORD-COUNT.
           MOVE WS-PAY-HASH             TO PAY-DOLLAR-HASH.
           WRITE PAYMENT-RECORD.
           MOVE SPACE                   TO XMIT-MANIFEST-RECORD.
           MOVE 'PREMRPAY'              TO MF-FILE-ID.
           MOVE 'S'                     TO MF-DIRECTION.
           MOVE WS-TODAY-NUM            TO MF-BUSINESS-DATE.
           MOVE WS-PAY-COUNT            TO MF-RECORD-COUNT.
           MOVE WS-PAY-HASH             TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
      *----------------------------------------------------------*
       3800-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-NOTICE-COUNT         TO TL1-NOTICE-COUNT.
           MOVE WS-NOT-CLOSED-COUNT     TO TL1-NOT-CLOSED-COUNT.
           MOVE WS-REFUNDED-COUNT       TO TL1-REFUNDED-COUNT.
           MOVE WS-CANCELLED-COUNT      TO TL1-CANCELLED-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           MOVE WS-REG-COUNT            TO TL2-REG-COUNT.
           MOVE WS-REG-REFUND           TO TL2-REG-AMOUNT.
           MOVE TRAILER-2               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE WS-PAY-COUNT            TO TL3-PAY-COUNT.
           MOVE WS-PAY-HASH             TO TL3-PAY-HASH.
           IF  WS-PAY-COUNT = WS-REG-COUNT
           AND WS-PAY-HASH = WS-REG-REFUND
               MOVE 'IN BALANCE'        TO TL3-BALANCE
           ELSE
               MOVE 'OUT OF BALANCE'    TO TL3-BALANCE.
           MOVE TRAILER-3               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
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
           CLOSE   POLICY-MASTER-FILE
                   CANCEL-NOTICE-FILE
                   INVOICE-OLD-FILE
                   INVOICE-NEW-FILE
                   REFUND-FILE
                   REFUND-PAY-FILE
                   XMIT-MANIFEST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'PREMCANC - NOTICES READ        : ' WS-NOTICE-COUNT.
           DISPLAY 'PREMCANC - NOTICES NOT CLOSED  : '
               WS-NOT-CLOSED-COUNT.
           DISPLAY 'PREMCANC - INVOICES REFUNDED   : '
               WS-REFUNDED-COUNT.
           DISPLAY 'PREMCANC - INVOICES CANCELLED  : '
               WS-CANCELLED-COUNT.
           DISPLAY 'PREMCANC - REFUNDS PAID        : ' WS-PAY-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  CANCEL TABLE OVERFLOW - PREMCANC        *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF PREMCANC                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   POLICY-MASTER-FILE
                   CANCEL-NOTICE-FILE
                   INVOICE-OLD-FILE
                   INVOICE-NEW-FILE
                   REFUND-FILE
                   REFUND-PAY-FILE
                   XMIT-MANIFEST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8000-READ-POLICY-MASTER.
      *----------------------------------------------------------*
           READ POLICY-MASTER-FILE
               AT END MOVE 'Y'          TO POLICY-EOF-SW.
      *----------------------------------------------------------*
       8010-READ-CANCEL-NOTICE.
      *----------------------------------------------------------*
           READ CANCEL-NOTICE-FILE
               AT END MOVE 'Y'          TO NOTICE-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-OLD-INVOICE.
      *----------------------------------------------------------*
           READ INVOICE-OLD-FILE
               AT END MOVE 'Y'          TO INVOICE-EOF-SW.
