       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSRAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMAST.
           SELECT INVOICE-FILE    ASSIGN TO PREMINV.
           SELECT CLAIM-HIST-FILE ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-KEY.
           SELECT CESSION-FILE    ASSIGN TO CESSBORD.
           SELECT EXPOSURE-FILE   ASSIGN TO CLAIMEXP.
           SELECT ALERT-FILE      ASSIGN TO ALERTFL.
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
       FD  INVOICE-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  INVOICE-RECORD.
           05  IV-POLICY-NO              PIC X(07).
           05  IV-PERIOD                 PIC X(06).
           05  IV-DUE-DATE               PIC 9(08).
           05  IV-AMOUNT                 PIC 9(07)V99.
           05  IV-STATUS                 PIC X(01).
               88  IV-PAID                   VALUE 'P' 'R'.
               88  IV-CANCELLED              VALUE 'X'.
           05  IV-PAID-DATE              PIC 9(08).
           05  IV-REFUND-AMT             PIC 9(07)V99.
           05  FILLER                    PIC X(32).
      *----------------------------------------------------------*
       FD  CLAIM-HIST-FILE.
       COPY CLMHIST.
      *----------------------------------------------------------*
       FD  CESSION-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  CESSION-RECORD.
           05  CES-REC-TYPE              PIC X(01).
               88  CES-HEADER                VALUE 'H'.
               88  CES-DETAIL                VALUE 'D'.
               88  CES-TRAILER               VALUE 'T'.
           05  CES-BODY.
               10  CES-POLICY-NO         PIC X(07).
               10  CES-LAST-NAME         PIC X(15).
               10  CES-FIRST-NAME        PIC X(10).
               10  CES-POLICY-TYPE       PIC 9(01).
               10  CES-CLAIM-AMOUNT      PIC 9(07)V99.
               10  CES-RETAINED-AMT      PIC 9(07)V99.
               10  CES-CEDED-AMT         PIC 9(07)V99.
               10  CES-ENTRY-TYPE        PIC X(01).
                   88  CES-REVERSAL          VALUE 'R'.
               10  FILLER                PIC X(18).
           05  CES-CONTROL-DATA REDEFINES CES-BODY.
               10  CES-RUN-DATE          PIC 9(08).
               10  CES-RECORD-COUNT      PIC 9(07).
               10  CES-DOLLAR-HASH       PIC 9(11)V99.
               10  FILLER                PIC X(51).
      *----------------------------------------------------------*
       FD  EXPOSURE-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  EXPOSURE-RECORD.
           05  EXP-POLICY-TYPE           PIC 9(01).
           05  EXP-CLAIM-AMOUNT          PIC 9(11)V99.
           05  EXP-CLAIM-AMOUNT-PAID     PIC 9(11)V99.
           05  FILLER                    PIC X(53).
      *----------------------------------------------------------*
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY ALERTFIL.
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
      *    MONTHLY LOSS RATIO: PREMIUM INCOME SET AGAINST CLAIMS FOR
      *    THE REPORT MONTH AND THE YEAR TO DATE, BY POLICY TYPE AND
      *    BY POLICY.
      *      EARNED PREMIUM - EACH PREMINV INVOICE IS EARNED EVENLY
      *                       OVER THE MONTHS IT BILLS (1, 3 OR 12
      *                       BY THE POLICY'S BILLING FREQUENCY),
      *                       LESS ANY PREMIUM REFUNDED ON A
      *                       CANCELLATION.  AN INVOICE CANCELLED
      *                       UNCOLLECTED IS NEVER EARNED.
      *      CASH APPLIED   - PAID INVOICES, BY DATE PAID.
      *      INCURRED       - CLAIMS BY BENEFIT DATE FROM THE CLAIMS
      *                       HISTORY: THE BENEFIT PAID, OR THE FULL
      *                       CLAIM STILL OPEN IN SUSPENSE OR ON AN
      *                       OVERTURNED APPEAL.
      *      PAID           - BENEFIT PAID, BY DATE PAID (PROMPT-PAY
      *                       INTEREST IS NOT A LOSS AND IS LEFT OUT).
      *      RECOVERED      - CEDED AMOUNTS ON THE CESSBORD
      *                       BORDEREAUX, BY BORDEREAU RUN DATE.
      *    GROSS LOSS RATIO IS INCURRED OVER EARNED; NET TAKES THE
      *    RECOVERIES OFF FIRST (A CESSION REVERSED BY A CLAIM VOID OR
      *    ADJUSTMENT COMES OFF THE RECOVERIES).  A POLICY WHOSE
      *    YEAR-TO-DATE GROSS RATIO IS OVER THE PARM LIMIT IS FLAGGED
      *    AND REFERRED TO UNDERWRITING ON THE ALERT FILE.  THE
      *    INCEPTION-TO-DATE CLAIMS EXPOSURE BY TYPE IS PRINTED FOR
      *    RECONCILIATION.
      *    PARM CARD: REPORT PERIOD YYYYMM (DEFAULT THE BUSINESS
      *    MONTH) AND LOSS RATIO LIMIT PERCENT (DEFAULT 080).
      *----------------------------------------------------------*
       01  LR-PARM-CARD.
           05  LRP-PERIOD                PIC X(06).
           05  FILLER                    PIC X(01).
           05  LRP-LIMIT-PCT             PIC X(03).
           05  FILLER                    PIC X(70).
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(30) VALUE
                   '  LOSS RATIO REPORT - PERIOD: '.
               10  HL1-PERIOD            PIC X(06).
               10  FILLER  PIC X(28) VALUE
                   '  (MONTH AND YEAR TO DATE)  '.
               10  FILLER  PIC X(34) VALUE
                   'UNDERWRITING REFERRAL OVER YTD OF '.
               10  HL1-LIMIT-PCT         PIC ZZ9.
               10  FILLER  PIC X(31) VALUE '%'.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(08) VALUE 'POLICY'.
               10  FILLER  PIC X(16) VALUE 'INSURED'.
               10  FILLER  PIC X(09) VALUE 'TYPE'.
               10  FILLER  PIC X(06) VALUE 'BASIS'.
               10  FILLER  PIC X(14) VALUE '       EARNED'.
               10  FILLER  PIC X(14) VALUE ' CASH APPLIED'.
               10  FILLER  PIC X(14) VALUE '     INCURRED'.
               10  FILLER  PIC X(14) VALUE '         PAID'.
               10  FILLER  PIC X(14) VALUE '    RECOVERED'.
               10  FILLER  PIC X(07) VALUE 'GROSS%'.
               10  FILLER  PIC X(07) VALUE '  NET%'.
               10  FILLER  PIC X(09) VALUE 'UW'.
      *----------------------------------------------------------*
           05  SECTION-LINE.
               10  SL-TITLE              PIC X(40).
               10  FILLER                PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  LOSS-RATIO-LINE.
               10  LRL-POLICY-NO         PIC X(07).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  LRL-NAME              PIC X(15).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  LRL-TYPE              PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  LRL-BASIS             PIC X(05).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  LRL-AMOUNTS OCCURS 5 TIMES.
                   15  LRL-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
                   15  FILLER            PIC X(01).
               10  LRL-GROSS-PCT         PIC ZZZ9.9.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  LRL-NET-PCT           PIC ZZZ9.9.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  LRL-FLAG              PIC X(09).
      *----------------------------------------------------------*
           05  EXPOSURE-LINE.
               10  FILLER                PIC X(16) VALUE SPACE.
               10  EXL-TYPE              PIC X(20).
               10  FILLER                PIC X(18) VALUE
                   '  CLAIMS INCURRED '.
               10  EXL-CLAIM-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(14) VALUE
                   '  CLAIMS PAID '.
               10  EXL-AMOUNT-PAID       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(28) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** POLICIES REPORTED: '.
               10  TL1-POLICY-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(30) VALUE
                   '   REFERRED TO UNDERWRITING : '.
               10  TL1-FLAG-COUNT        PIC ZZ,ZZ9.
               10  FILLER                PIC X(68) VALUE SPACE.
      *----------------------------------------------------------*
      *    AMOUNT BUCKETS, IN REPORT COLUMN ORDER:
      *      1 EARNED  2 CASH APPLIED  3 INCURRED  4 PAID
      *      5 RECOVERED
       01  POLICY-TABLE-FIELDS.
           05  POLICY-TABLE OCCURS 2000 TIMES
                           INDEXED BY PT-INDEX.
               10  PT-POLICY-NO          PIC X(07) VALUE SPACE.
               10  PT-LAST-NAME          PIC X(15) VALUE SPACE.
               10  PT-POLICY-TYPE        PIC 9(01) VALUE ZERO.
               10  PT-BILL-MONTHS        PIC 9(02) VALUE 01.
               10  PT-MTD-AMT            PIC 9(09)V99 VALUE ZERO
                                         OCCURS 5 TIMES.
               10  PT-YTD-AMT            PIC 9(09)V99 VALUE ZERO
                                         OCCURS 5 TIMES.
           05  POLICY-COUNT              PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  TYPE-TABLE-FIELDS.
           05  TYPE-TABLE OCCURS 4 TIMES
                           INDEXED BY TT-INDEX.
               10  TT-MTD-AMT            PIC 9(09)V99 VALUE ZERO
                                         OCCURS 5 TIMES.
               10  TT-YTD-AMT            PIC 9(09)V99 VALUE ZERO
                                         OCCURS 5 TIMES.
           05  GRAND-MTD-AMT             PIC 9(09)V99 VALUE ZERO
                                         OCCURS 5 TIMES.
           05  GRAND-YTD-AMT             PIC 9(09)V99 VALUE ZERO
                                         OCCURS 5 TIMES.
      *----------------------------------------------------------*
       01  WS-PRINT-AMOUNTS.
           05  WS-PRT-AMT                PIC 9(09)V99
                                         OCCURS 5 TIMES.
      *----------------------------------------------------------*
       01  WS-LOSS-RATIO-FIELDS.
           05  WS-RPT-PERIOD             PIC 9(06).
           05  WS-RPT-PERIOD-PARTS REDEFINES WS-RPT-PERIOD.
               10  WS-RPT-YEAR           PIC 9(04).
               10  WS-RPT-MONTH          PIC 9(02).
           05  WS-LIMIT-PCT              PIC 9(03) VALUE 080.
           05  WS-TEST-DATE              PIC 9(08).
           05  WS-TEST-DATE-PARTS REDEFINES WS-TEST-DATE.
               10  WS-TEST-PERIOD        PIC 9(06).
               10  WS-TEST-DAY           PIC 9(02).
           05  WS-TEST-PERIOD-PARTS REDEFINES WS-TEST-DATE.
               10  WS-TEST-YEAR          PIC 9(04).
               10  WS-TEST-MONTH         PIC 9(02).
               10  FILLER                PIC 9(02).
           05  WS-FIND-POLICY-NO         PIC X(07).
           05  WS-POST-AMOUNT            PIC 9(09)V99.
           05  WS-POST-COL               PIC 9(01).
           05  WS-AMT-SUB                PIC 9(01).
           05  WS-TYPE-SUB               PIC 9(01).
           05  WS-MONTH-SUB              PIC 9(02).
           05  WS-EARN-MONTHLY           PIC 9(07)V99.
           05  WS-EARN-LEFT              PIC 9(07)V99.
           05  WS-CES-RUN-DATE           PIC 9(08) VALUE ZERO.
           05  WS-GROSS-PCT              PIC 9(04)V9.
           05  WS-NET-PCT                PIC 9(04)V9.
           05  WS-NET-INCURRED           PIC S9(09)V99.
           05  WS-EDIT-PCT               PIC ZZZ9.9.
           05  WS-POLICY-PRINTED         PIC 9(05) VALUE ZERO.
           05  WS-FLAG-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-TYPE-NAMES.
           05  FILLER                    PIC X(08) VALUE 'PRIVATE '.
           05  FILLER                    PIC X(08) VALUE 'MEDICARE'.
           05  FILLER                    PIC X(08) VALUE 'AFF-CARE'.
           05  FILLER                    PIC X(08) VALUE 'UNKNOWN '.
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME              PIC X(08) OCCURS 4 TIMES.
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
           05  INVOICE-EOF-SW            PIC X(01) VALUE 'N'.
               88  INVOICE-EOF               VALUE 'Y'.
           05  HIST-EOF-SW               PIC X(01) VALUE 'N'.
               88  HIST-EOF                  VALUE 'Y'.
           05  CESSION-EOF-SW            PIC X(01) VALUE 'N'.
               88  CESSION-EOF               VALUE 'Y'.
           05  EXPOSURE-EOF-SW           PIC X(01) VALUE 'N'.
               88  EXPOSURE-EOF              VALUE 'Y'.
           05  WS-IN-MTD-SW              PIC X(01) VALUE 'N'.
               88  WS-IN-MTD                 VALUE 'Y'.
           05  WS-IN-YTD-SW              PIC X(01) VALUE 'N'.
               88  WS-IN-YTD                 VALUE 'Y'.
           05  WS-ACTIVITY-SW            PIC X(01) VALUE 'N'.
               88  WS-HAS-ACTIVITY           VALUE 'Y'.
           05  WS-POST-REVERSAL-SW       PIC X(01) VALUE 'N'.
               88  WS-POST-REVERSAL          VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-POLICY-MASTER.
           PERFORM 2000-EARN-PREMIUM.
           PERFORM 2300-ACCUMULATE-CLAIMS.
           PERFORM 2500-ACCUMULATE-RECOVERIES.
           PERFORM 3000-PRINT-TYPE-SECTION.
           PERFORM 3200-PRINT-POLICY-SECTION.
           PERFORM 3400-PRINT-EXPOSURE-SECTION.
           PERFORM 3800-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  POLICY-MASTER-FILE
                          INVOICE-FILE
                          CLAIM-HIST-FILE
                          CESSION-FILE
                          EXPOSURE-FILE
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          ALERT-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "LOSSRAT "              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE SPACE                   TO LR-PARM-CARD.
           ACCEPT LR-PARM-CARD.
           IF  LRP-PERIOD NUMERIC
               MOVE LRP-PERIOD          TO WS-RPT-PERIOD
           ELSE
               MOVE WS-CURRENT-YEAR     TO WS-RPT-YEAR
               MOVE WS-CURRENT-MONTH    TO WS-RPT-MONTH.
           IF  LRP-LIMIT-PCT NUMERIC
               MOVE LRP-LIMIT-PCT       TO WS-LIMIT-PCT.
           MOVE SPACE                   TO LOSS-RATIO-LINE.
           MOVE WS-RPT-PERIOD           TO HL1-PERIOD.
           MOVE WS-LIMIT-PCT            TO HL1-LIMIT-PCT.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
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
       1100-LOAD-POLICY-MASTER.
      *----------------------------------------------------------*
           PERFORM 8000-READ-POLICY-MASTER.
           PERFORM 1110-STORE-ONE-POLICY
               UNTIL POLICY-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-POLICY.
      *----------------------------------------------------------*
           IF  POLICY-COUNT = 2000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO POLICY-COUNT.
           SET PT-INDEX                 TO POLICY-COUNT.
           MOVE PM-POLICY-NO            TO PT-POLICY-NO(PT-INDEX).
           MOVE PM-INSURED-LAST-NAME    TO PT-LAST-NAME(PT-INDEX).
           MOVE PM-POLICY-TYPE          TO PT-POLICY-TYPE(PT-INDEX).
           EVALUATE TRUE
               WHEN PM-BILL-QUARTERLY
                   MOVE 03              TO PT-BILL-MONTHS(PT-INDEX)
               WHEN PM-BILL-ANNUAL
                   MOVE 12              TO PT-BILL-MONTHS(PT-INDEX)
               WHEN OTHER
                   MOVE 01              TO PT-BILL-MONTHS(PT-INDEX)
           END-EVALUATE.
           PERFORM 8000-READ-POLICY-MASTER.
      *----------------------------------------------------------*
       2000-EARN-PREMIUM.
      *----------------------------------------------------------*
           PERFORM 8050-READ-INVOICE.
           PERFORM 2050-EARN-ONE-INVOICE
               UNTIL INVOICE-EOF.
      *----------------------------------------------------------*
       2050-EARN-ONE-INVOICE.
      *----------------------------------------------------------*
      *    THE INVOICE IS EARNED A MONTH AT A TIME FROM ITS BILLING
      *    PERIOD; THE LAST MONTH TAKES ANY ROUNDING PENNIES.
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE IV-POLICY-NO            TO WS-FIND-POLICY-NO.
           PERFORM 2900-FIND-POLICY.
           IF  IV-REFUND-AMT NOT NUMERIC
               MOVE ZERO                TO IV-REFUND-AMT.
           IF  IV-PERIOD NUMERIC
           AND NOT IV-CANCELLED
               MOVE IV-PERIOD           TO WS-TEST-PERIOD
               MOVE 01                  TO WS-TEST-DAY
               COMPUTE WS-EARN-MONTHLY ROUNDED =
                   (IV-AMOUNT - IV-REFUND-AMT)
                       / PT-BILL-MONTHS(PT-INDEX)
               COMPUTE WS-EARN-LEFT = IV-AMOUNT - IV-REFUND-AMT
               MOVE 1                   TO WS-POST-COL
               PERFORM 2100-EARN-ONE-MONTH
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > PT-BILL-MONTHS(PT-INDEX).
           IF  IV-PAID
           AND IV-PAID-DATE NUMERIC
               MOVE IV-PAID-DATE        TO WS-TEST-DATE
               MOVE IV-AMOUNT           TO WS-POST-AMOUNT
               MOVE 2                   TO WS-POST-COL
               PERFORM 2950-POST-AMOUNT.
           PERFORM 8050-READ-INVOICE.
      *----------------------------------------------------------*
       2100-EARN-ONE-MONTH.
      *----------------------------------------------------------*
           IF  WS-MONTH-SUB = PT-BILL-MONTHS(PT-INDEX)
               MOVE WS-EARN-LEFT        TO WS-POST-AMOUNT
           ELSE
               MOVE WS-EARN-MONTHLY     TO WS-POST-AMOUNT
               SUBTRACT WS-EARN-MONTHLY FROM WS-EARN-LEFT.
           PERFORM 2950-POST-AMOUNT.
           ADD 1                        TO WS-TEST-MONTH.
           IF  WS-TEST-MONTH > 12
               MOVE 01                  TO WS-TEST-MONTH
               ADD 1                    TO WS-TEST-YEAR.
      *----------------------------------------------------------*
       2300-ACCUMULATE-CLAIMS.
      *----------------------------------------------------------*
           PERFORM 8100-READ-CLAIM-HISTORY.
           PERFORM 2350-ACCUMULATE-ONE-CLAIM
               UNTIL HIST-EOF.
      *----------------------------------------------------------*
       2350-ACCUMULATE-ONE-CLAIM.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE CH-POLICY-NO            TO WS-FIND-POLICY-NO.
           PERFORM 2900-FIND-POLICY.
           IF  PT-POLICY-TYPE(PT-INDEX) = ZERO
               MOVE CH-POLICY-TYPE      TO PT-POLICY-TYPE(PT-INDEX).
           MOVE ZERO                    TO WS-POST-AMOUNT.
           EVALUATE TRUE
               WHEN CH-PAID
                   MOVE CH-AMOUNT-PAID  TO WS-POST-AMOUNT
               WHEN CH-SUSPENDED
               WHEN CH-HELD
                   MOVE CH-CLAIM-AMOUNT TO WS-POST-AMOUNT
               WHEN CH-REJECTED AND CH-APPEAL-OVERTURNED
                   MOVE CH-CLAIM-AMOUNT TO WS-POST-AMOUNT
           END-EVALUATE.
           IF  WS-POST-AMOUNT > ZERO
               MOVE CH-BENEFIT-DATE     TO WS-TEST-DATE
               MOVE 3                   TO WS-POST-COL
               PERFORM 2950-POST-AMOUNT.
           IF  CH-PAID
           AND CH-PAID-DATE > ZERO
               MOVE CH-PAID-DATE        TO WS-TEST-DATE
               MOVE CH-AMOUNT-PAID      TO WS-POST-AMOUNT
               MOVE 4                   TO WS-POST-COL
               PERFORM 2950-POST-AMOUNT.
           PERFORM 8100-READ-CLAIM-HISTORY.
      *----------------------------------------------------------*
       2500-ACCUMULATE-RECOVERIES.
      *----------------------------------------------------------*
      *    CESSBORD MAY HOLD SEVERAL RUNS' BORDEREAUX BACK TO BACK;
      *    EACH HEADER DATES THE CEDED CLAIMS THAT FOLLOW IT.
           PERFORM 8150-READ-CESSION.
           PERFORM 2550-ACCUMULATE-ONE-CESSION
               UNTIL CESSION-EOF.
      *----------------------------------------------------------*
       2550-ACCUMULATE-ONE-CESSION.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           EVALUATE TRUE
               WHEN CES-HEADER
                   MOVE CES-RUN-DATE    TO WS-CES-RUN-DATE
               WHEN CES-DETAIL
                   MOVE CES-POLICY-NO   TO WS-FIND-POLICY-NO
                   PERFORM 2900-FIND-POLICY
                   IF  PT-POLICY-TYPE(PT-INDEX) = ZERO
                       MOVE CES-POLICY-TYPE
                                        TO PT-POLICY-TYPE(PT-INDEX)
                   END-IF
                   MOVE WS-CES-RUN-DATE TO WS-TEST-DATE
                   MOVE CES-CEDED-AMT   TO WS-POST-AMOUNT
                   MOVE 5               TO WS-POST-COL
                   IF  CES-REVERSAL
                       MOVE 'Y'         TO WS-POST-REVERSAL-SW
                   END-IF
                   PERFORM 2950-POST-AMOUNT
                   MOVE 'N'             TO WS-POST-REVERSAL-SW
           END-EVALUATE.
           PERFORM 8150-READ-CESSION.
      *----------------------------------------------------------*
       2900-FIND-POLICY.
      *----------------------------------------------------------*
      *    A POLICY NOT ON THE MASTER IS ADDED WITH NO NAME SO ITS
      *    PREMIUM OR CLAIMS STILL REPORT.
           SET PT-INDEX TO 1.
           SEARCH POLICY-TABLE
               AT END
                   PERFORM 2910-ADD-UNKNOWN-POLICY
               WHEN PT-POLICY-NO(PT-INDEX) = WS-FIND-POLICY-NO
                   CONTINUE.
      *----------------------------------------------------------*
       2910-ADD-UNKNOWN-POLICY.
      *----------------------------------------------------------*
           IF  POLICY-COUNT = 2000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO POLICY-COUNT.
           SET PT-INDEX                 TO POLICY-COUNT.
           MOVE WS-FIND-POLICY-NO       TO PT-POLICY-NO(PT-INDEX).
           MOVE '*NOT ON MASTER*'       TO PT-LAST-NAME(PT-INDEX).
           MOVE ZERO                    TO PT-POLICY-TYPE(PT-INDEX).
           MOVE 01                      TO PT-BILL-MONTHS(PT-INDEX).
      *----------------------------------------------------------*
       2950-POST-AMOUNT.
      *----------------------------------------------------------*
      *    POSTS WS-POST-AMOUNT TO COLUMN WS-POST-COL FOR THE POLICY
      *    AT PT-INDEX, ITS TYPE AND THE GRAND TOTAL, MONTH AND/OR
      *    YEAR TO DATE AS WS-TEST-DATE FALLS.  A REVERSAL IS TAKEN
      *    OFF RATHER THAN ADDED.
           MOVE 'N'                     TO WS-IN-MTD-SW
                                           WS-IN-YTD-SW.
           IF  WS-TEST-YEAR = WS-RPT-YEAR
           AND WS-TEST-MONTH NOT > WS-RPT-MONTH
               MOVE 'Y'                 TO WS-IN-YTD-SW
               IF  WS-TEST-MONTH = WS-RPT-MONTH
                   MOVE 'Y'             TO WS-IN-MTD-SW.
           IF  PT-POLICY-TYPE(PT-INDEX) > ZERO
           AND PT-POLICY-TYPE(PT-INDEX) < 4
               MOVE PT-POLICY-TYPE(PT-INDEX) TO WS-TYPE-SUB
           ELSE
               MOVE 4                   TO WS-TYPE-SUB.
           IF  WS-POST-REVERSAL
               PERFORM 2960-REVERSE-AMOUNT
           ELSE
               PERFORM 2955-ADD-AMOUNT.
      *----------------------------------------------------------*
       2955-ADD-AMOUNT.
      *----------------------------------------------------------*
           IF  WS-IN-MTD
               ADD WS-POST-AMOUNT
                   TO PT-MTD-AMT(PT-INDEX, WS-POST-COL)
                      TT-MTD-AMT(WS-TYPE-SUB, WS-POST-COL)
                      GRAND-MTD-AMT(WS-POST-COL).
           IF  WS-IN-YTD
               ADD WS-POST-AMOUNT
                   TO PT-YTD-AMT(PT-INDEX, WS-POST-COL)
                      TT-YTD-AMT(WS-TYPE-SUB, WS-POST-COL)
                      GRAND-YTD-AMT(WS-POST-COL).
      *----------------------------------------------------------*
       2960-REVERSE-AMOUNT.
      *----------------------------------------------------------*
           IF  WS-IN-MTD
               SUBTRACT WS-POST-AMOUNT
                   FROM PT-MTD-AMT(PT-INDEX, WS-POST-COL)
                        TT-MTD-AMT(WS-TYPE-SUB, WS-POST-COL)
                        GRAND-MTD-AMT(WS-POST-COL).
           IF  WS-IN-YTD
               SUBTRACT WS-POST-AMOUNT
                   FROM PT-YTD-AMT(PT-INDEX, WS-POST-COL)
                        TT-YTD-AMT(WS-TYPE-SUB, WS-POST-COL)
                        GRAND-YTD-AMT(WS-POST-COL).
      *----------------------------------------------------------*
       3000-PRINT-TYPE-SECTION.
      *----------------------------------------------------------*
           MOVE 'LOSS RATIO BY POLICY TYPE'  TO SL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           PERFORM 3050-PRINT-ONE-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 4.
           MOVE SPACE                   TO LRL-POLICY-NO
                                           LRL-TYPE.
           MOVE 'ALL TYPES'             TO LRL-NAME.
           MOVE 'MONTH'                 TO LRL-BASIS.
           MOVE GRAND-MTD-AMT(1)        TO WS-PRT-AMT(1).
           MOVE GRAND-MTD-AMT(2)        TO WS-PRT-AMT(2).
           MOVE GRAND-MTD-AMT(3)        TO WS-PRT-AMT(3).
           MOVE GRAND-MTD-AMT(4)        TO WS-PRT-AMT(4).
           MOVE GRAND-MTD-AMT(5)        TO WS-PRT-AMT(5).
           PERFORM 3500-FORMAT-RATIO-LINE.
           MOVE LOSS-RATIO-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO LRL-NAME.
           MOVE 'Y-T-D'                 TO LRL-BASIS.
           MOVE GRAND-YTD-AMT(1)        TO WS-PRT-AMT(1).
           MOVE GRAND-YTD-AMT(2)        TO WS-PRT-AMT(2).
           MOVE GRAND-YTD-AMT(3)        TO WS-PRT-AMT(3).
           MOVE GRAND-YTD-AMT(4)        TO WS-PRT-AMT(4).
           MOVE GRAND-YTD-AMT(5)        TO WS-PRT-AMT(5).
           PERFORM 3500-FORMAT-RATIO-LINE.
           MOVE LOSS-RATIO-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3050-PRINT-ONE-TYPE.
      *----------------------------------------------------------*
      *    THE UNKNOWN TYPE ONLY PRINTS WHEN SOMETHING FELL INTO IT.
           MOVE 'Y'                     TO WS-ACTIVITY-SW.
           IF  WS-TYPE-SUB = 4
               MOVE 'N'                 TO WS-ACTIVITY-SW
               PERFORM 3060-TEST-TYPE-ACTIVITY
                   VARYING WS-AMT-SUB FROM 1 BY 1
                       UNTIL WS-AMT-SUB > 5.
           IF  WS-HAS-ACTIVITY
               PERFORM 3070-PRINT-TYPE-LINES.
      *----------------------------------------------------------*
       3060-TEST-TYPE-ACTIVITY.
      *----------------------------------------------------------*
           IF  TT-YTD-AMT(WS-TYPE-SUB, WS-AMT-SUB) > ZERO
               MOVE 'Y'                 TO WS-ACTIVITY-SW.
      *----------------------------------------------------------*
       3070-PRINT-TYPE-LINES.
      *----------------------------------------------------------*
           MOVE SPACE                   TO LRL-POLICY-NO
                                           LRL-NAME.
           MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO LRL-TYPE.
           MOVE 'MONTH'                 TO LRL-BASIS.
           MOVE TT-MTD-AMT(WS-TYPE-SUB, 1) TO WS-PRT-AMT(1).
           MOVE TT-MTD-AMT(WS-TYPE-SUB, 2) TO WS-PRT-AMT(2).
           MOVE TT-MTD-AMT(WS-TYPE-SUB, 3) TO WS-PRT-AMT(3).
           MOVE TT-MTD-AMT(WS-TYPE-SUB, 4) TO WS-PRT-AMT(4).
           MOVE TT-MTD-AMT(WS-TYPE-SUB, 5) TO WS-PRT-AMT(5).
           PERFORM 3500-FORMAT-RATIO-LINE.
           MOVE LOSS-RATIO-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO LRL-TYPE.
           MOVE 'Y-T-D'                 TO LRL-BASIS.
           MOVE TT-YTD-AMT(WS-TYPE-SUB, 1) TO WS-PRT-AMT(1).
           MOVE TT-YTD-AMT(WS-TYPE-SUB, 2) TO WS-PRT-AMT(2).
           MOVE TT-YTD-AMT(WS-TYPE-SUB, 3) TO WS-PRT-AMT(3).
           MOVE TT-YTD-AMT(WS-TYPE-SUB, 4) TO WS-PRT-AMT(4).
           MOVE TT-YTD-AMT(WS-TYPE-SUB, 5) TO WS-PRT-AMT(5).
           PERFORM 3500-FORMAT-RATIO-LINE.
           MOVE LOSS-RATIO-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3200-PRINT-POLICY-SECTION.
      *----------------------------------------------------------*
           MOVE 'LOSS RATIO BY POLICY'  TO SL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           PERFORM 3250-PRINT-ONE-POLICY
               VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > POLICY-COUNT.
      *----------------------------------------------------------*
       3250-PRINT-ONE-POLICY.
      *----------------------------------------------------------*
      *    A POLICY WITH NOTHING EARNED, COLLECTED OR CLAIMED THIS
      *    YEAR IS LEFT OFF THE REPORT.
           MOVE 'N'                     TO WS-ACTIVITY-SW.
           PERFORM 3260-TEST-POLICY-ACTIVITY
               VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 5.
           IF  WS-HAS-ACTIVITY
               PERFORM 3270-PRINT-POLICY-LINES.
      *----------------------------------------------------------*
       3260-TEST-POLICY-ACTIVITY.
      *----------------------------------------------------------*
           IF  PT-YTD-AMT(PT-INDEX, WS-AMT-SUB) > ZERO
               MOVE 'Y'                 TO WS-ACTIVITY-SW.
      *----------------------------------------------------------*
       3270-PRINT-POLICY-LINES.
      *----------------------------------------------------------*
           ADD 1                        TO WS-POLICY-PRINTED.
           MOVE PT-POLICY-NO(PT-INDEX)  TO LRL-POLICY-NO.
           MOVE PT-LAST-NAME(PT-INDEX)  TO LRL-NAME.
           IF  PT-POLICY-TYPE(PT-INDEX) > ZERO
           AND PT-POLICY-TYPE(PT-INDEX) < 4
               MOVE WS-TYPE-NAME(PT-POLICY-TYPE(PT-INDEX))
                                        TO LRL-TYPE
           ELSE
               MOVE WS-TYPE-NAME(4)     TO LRL-TYPE.
           MOVE 'MONTH'                 TO LRL-BASIS.
           MOVE PT-MTD-AMT(PT-INDEX, 1) TO WS-PRT-AMT(1).
           MOVE PT-MTD-AMT(PT-INDEX, 2) TO WS-PRT-AMT(2).
           MOVE PT-MTD-AMT(PT-INDEX, 3) TO WS-PRT-AMT(3).
           MOVE PT-MTD-AMT(PT-INDEX, 4) TO WS-PRT-AMT(4).
           MOVE PT-MTD-AMT(PT-INDEX, 5) TO WS-PRT-AMT(5).
           PERFORM 3500-FORMAT-RATIO-LINE.
           MOVE LOSS-RATIO-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO LRL-POLICY-NO
                                           LRL-NAME
                                           LRL-TYPE.
           MOVE 'Y-T-D'                 TO LRL-BASIS.
           MOVE PT-YTD-AMT(PT-INDEX, 1) TO WS-PRT-AMT(1).
           MOVE PT-YTD-AMT(PT-INDEX, 2) TO WS-PRT-AMT(2).
           MOVE PT-YTD-AMT(PT-INDEX, 3) TO WS-PRT-AMT(3).
           MOVE PT-YTD-AMT(PT-INDEX, 4) TO WS-PRT-AMT(4).
           MOVE PT-YTD-AMT(PT-INDEX, 5) TO WS-PRT-AMT(5).
           PERFORM 3500-FORMAT-RATIO-LINE.
           IF  WS-GROSS-PCT > WS-LIMIT-PCT
               MOVE 'REFER UW'          TO LRL-FLAG
               PERFORM 3300-REFER-TO-UNDERWRITING.
           MOVE LOSS-RATIO-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3300-REFER-TO-UNDERWRITING.
      *----------------------------------------------------------*
           ADD 1                        TO WS-FLAG-COUNT.
           MOVE WS-GROSS-PCT            TO WS-EDIT-PCT.
           MOVE "LOSSRAT - LOSS RATIO OVER UW LIMIT"
                                        TO AL-SUBJECT.
           MOVE SPACE                   TO AL-BODY.
           STRING 'POLICY ' PT-POLICY-NO(PT-INDEX)
                  ' YTD LOSS RATIO ' WS-EDIT-PCT
                  '% LIMIT ' WS-LIMIT-PCT '% PERIOD ' WS-RPT-PERIOD
               DELIMITED BY SIZE INTO AL-BODY.
           PERFORM 9500-WRITE-ALERT-LINE.
      *----------------------------------------------------------*
       3400-PRINT-EXPOSURE-SECTION.
      *----------------------------------------------------------*
           MOVE 'CLAIMS EXPOSURE - INCEPTION TO DATE'
                                        TO SL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           PERFORM 8200-READ-EXPOSURE.
           PERFORM 3450-PRINT-ONE-EXPOSURE
               UNTIL EXPOSURE-EOF.
      *----------------------------------------------------------*
       3450-PRINT-ONE-EXPOSURE.
      *----------------------------------------------------------*
           EVALUATE EXP-POLICY-TYPE
               WHEN 1
                   MOVE 'EMPLOYER-PRIVATE'    TO EXL-TYPE
               WHEN 2
                   MOVE 'STANDARD MEDICARE'   TO EXL-TYPE
               WHEN 3
                   MOVE 'AFFORDABLE CARE ACT' TO EXL-TYPE
               WHEN OTHER
                   MOVE 'UNKNOWN'             TO EXL-TYPE
           END-EVALUATE.
           MOVE EXP-CLAIM-AMOUNT        TO EXL-CLAIM-AMOUNT.
           MOVE EXP-CLAIM-AMOUNT-PAID   TO EXL-AMOUNT-PAID.
           MOVE EXPOSURE-LINE           TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 8200-READ-EXPOSURE.
      *----------------------------------------------------------*
       3500-FORMAT-RATIO-LINE.
      *----------------------------------------------------------*
      *    LOADS THE FIVE AMOUNTS AND WORKS BOTH RATIOS.  WITH NO
      *    EARNED PREMIUM ANY CLAIM AT ALL SHOWS AS THE CAP.
           MOVE WS-PRT-AMT(1)           TO LRL-AMOUNT(1).
           MOVE WS-PRT-AMT(2)           TO LRL-AMOUNT(2).
           MOVE WS-PRT-AMT(3)           TO LRL-AMOUNT(3).
           MOVE WS-PRT-AMT(4)           TO LRL-AMOUNT(4).
           MOVE WS-PRT-AMT(5)           TO LRL-AMOUNT(5).
           MOVE SPACE                   TO LRL-FLAG.
           COMPUTE WS-NET-INCURRED = WS-PRT-AMT(3) - WS-PRT-AMT(5).
           IF  WS-NET-INCURRED < ZERO
               MOVE ZERO                TO WS-NET-INCURRED.
           IF  WS-PRT-AMT(1) = ZERO
               MOVE ZERO                TO WS-GROSS-PCT
                                           WS-NET-PCT
               IF  WS-PRT-AMT(3) > ZERO
                   MOVE 9999.9          TO WS-GROSS-PCT
               END-IF
               IF  WS-NET-INCURRED > ZERO
                   MOVE 9999.9          TO WS-NET-PCT
               END-IF
           ELSE
               COMPUTE WS-GROSS-PCT ROUNDED =
                   WS-PRT-AMT(3) * 100 / WS-PRT-AMT(1)
                   ON SIZE ERROR MOVE 9999.9 TO WS-GROSS-PCT
               END-COMPUTE
               COMPUTE WS-NET-PCT ROUNDED =
                   WS-NET-INCURRED * 100 / WS-PRT-AMT(1)
                   ON SIZE ERROR MOVE 9999.9 TO WS-NET-PCT
               END-COMPUTE.
           MOVE WS-GROSS-PCT            TO LRL-GROSS-PCT.
           MOVE WS-NET-PCT              TO LRL-NET-PCT.
      *----------------------------------------------------------*
       3800-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-POLICY-PRINTED       TO TL1-POLICY-COUNT.
           MOVE WS-FLAG-COUNT           TO TL1-FLAG-COUNT.
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
           CLOSE   POLICY-MASTER-FILE
                   INVOICE-FILE
                   CLAIM-HIST-FILE
                   CESSION-FILE
                   EXPOSURE-FILE
                   ALERT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'LOSSRAT - POLICIES REPORTED : ' WS-POLICY-PRINTED.
           DISPLAY 'LOSSRAT - REFERRED TO UW    : ' WS-FLAG-COUNT.
      *----------------------------------------------------------*
       9500-WRITE-ALERT-LINE.
      *----------------------------------------------------------*
           MOVE "LOSSRAT "              TO AL-PROGRAM-ID.
           MOVE WS-CURRENT-MONTH        TO AL-ALERT-MONTH.
           MOVE WS-CURRENT-DAY          TO AL-ALERT-DAY.
           MOVE WS-CURRENT-YEAR         TO AL-ALERT-YEAR.
           MOVE WS-CURRENT-TIME         TO AL-ALERT-TIME.
           WRITE ALERT-RECORD.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  POLICY TABLE OVERFLOW - LOSSRAT         *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF LOSSRAT                  *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   POLICY-MASTER-FILE
                   INVOICE-FILE
                   CLAIM-HIST-FILE
                   CESSION-FILE
                   EXPOSURE-FILE
                   ALERT-FILE
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
       8050-READ-INVOICE.
      *----------------------------------------------------------*
           READ INVOICE-FILE
               AT END MOVE 'Y'          TO INVOICE-EOF-SW.
      *----------------------------------------------------------*
       8100-READ-CLAIM-HISTORY.
      *----------------------------------------------------------*
           READ CLAIM-HIST-FILE
               AT END MOVE 'Y'          TO HIST-EOF-SW.
      *----------------------------------------------------------*
       8150-READ-CESSION.
      *----------------------------------------------------------*
           READ CESSION-FILE
               AT END MOVE 'Y'          TO CESSION-EOF-SW.
      *----------------------------------------------------------*
       8200-READ-EXPOSURE.
      *----------------------------------------------------------*
           READ EXPOSURE-FILE
               AT END MOVE 'Y'          TO EXPOSURE-EOF-SW.
