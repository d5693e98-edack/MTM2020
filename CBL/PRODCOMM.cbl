       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCOMM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMAST.
           SELECT PRODUCER-OLD-FILE ASSIGN TO PRODMAST.
           SELECT PRODUCER-NEW-FILE ASSIGN TO PRODMSTN.
           SELECT LEDGER-OLD-FILE ASSIGN TO COMMLDG.
           SELECT LEDGER-NEW-FILE ASSIGN TO COMMLDGN.
           SELECT INVOICE-FILE    ASSIGN TO PREMINV.
           SELECT REFUND-FILE     ASSIGN TO PREMRFND.
           SELECT LAPSE-LIST-FILE ASSIGN TO LAPSELST.
           SELECT COMM-PAY-FILE   ASSIGN TO COMMPAY.
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
       FD  PRODUCER-OLD-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    PRODUCER MASTER AND COMMISSION SCHEDULE: A FIRST-YEAR AND
      *    A RENEWAL PERCENTAGE FOR EACH OF THE THREE POLICY TYPES,
      *    AND ANY CHARGEBACK DEBIT NOT YET RECOVERED FROM EARNINGS.
       01  PRODUCER-OLD-RECORD.
           05  PR-PRODUCER-CODE          PIC X(05).
           05  PR-PRODUCER-NAME          PIC X(30).
           05  PR-SCHEDULE OCCURS 3 TIMES.
               10  PR-FIRST-YEAR-PCT     PIC 9(02)V99.
               10  PR-RENEWAL-PCT        PIC 9(02)V99.
           05  PR-DEBIT-BALANCE          PIC 9(07)V99.
           05  FILLER                    PIC X(12).
      *----------------------------------------------------------*
       FD  PRODUCER-NEW-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRODUCER-NEW-RECORD           PIC X(80).
      *----------------------------------------------------------*
       FD  LEDGER-OLD-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    COMMISSION LEDGER: ONE ENTRY PER COLLECTED INVOICE THAT
      *    HAS BEEN COMMISSIONED, SO NO INVOICE IS PAID TWICE AND A
      *    CHARGEBACK ALWAYS GOES BACK TO THE PRODUCER WHO WAS PAID.
       01  LEDGER-OLD-RECORD.
           05  LG-PRODUCER-CODE          PIC X(05).
           05  LG-POLICY-NO              PIC X(07).
           05  LG-PERIOD                 PIC X(06).
           05  LG-YEAR-TYPE              PIC X(01).
               88  LG-FIRST-YEAR             VALUE 'F'.
               88  LG-RENEWAL                VALUE 'R'.
           05  LG-PREMIUM                PIC 9(07)V99.
           05  LG-RATE-PCT               PIC 9(02)V99.
           05  LG-COMMISSION             PIC 9(07)V99.
           05  LG-PAID-DATE              PIC 9(08).
           05  LG-CHARGEBACK             PIC 9(07)V99.
           05  LG-CHARGEBACK-DATE        PIC 9(08).
           05  LG-LAPSE-SW               PIC X(01).
           05  FILLER                    PIC X(13).
      *----------------------------------------------------------*
       FD  LEDGER-NEW-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  LEDGER-NEW-RECORD             PIC X(80).
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
           05  IV-PAID-DATE              PIC 9(08).
           05  FILLER                    PIC X(41).
      *----------------------------------------------------------*
       FD  REFUND-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    PREMIUM RETURNED TO THE INSURED AGAINST A BILLED PERIOD.
       01  REFUND-RECORD.
           05  RF-POLICY-NO              PIC X(07).
           05  RF-PERIOD                 PIC X(06).
           05  RF-AMOUNT                 PIC 9(07)V99.
           05  RF-REFUND-DATE            PIC 9(08).
           05  FILLER                    PIC X(50).
      *----------------------------------------------------------*
       FD  LAPSE-LIST-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  LAPSE-LIST-RECORD.
           05  LL-POLICY-NO              PIC X(07).
           05  LL-DAYS-PAST-DUE          PIC 9(05).
           05  FILLER                    PIC X(68).
      *----------------------------------------------------------*
       FD  COMM-PAY-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    COMMISSION PAYABLE IN THE DISBURSEMENT INTERFACE LAYOUT
      *    MIDTERM SENDS CLAIM PAYMENTS IN.  THE PAYEE IS THE
      *    PRODUCER: CODE IN THE POLICY NUMBER FIELD, NAME IN THE
      *    LAST NAME FIELD, RUN DATE AS THE RECEIVED DATE.
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
      *    MONTHLY PRODUCER COMMISSION RUN.  COMMISSION IS EARNED
      *    ONLY ON PREMIUM PREMBILL HAS COLLECTED - AN INVOICE AT
      *    STATUS P (OR R, PART-REFUNDED) PAID ON OR BEFORE THE
      *    BUSINESS DATE THAT IS NOT ALREADY ON THE LEDGER - AT
      *    THE PRODMAST RATE FOR THE POLICY'S PRODUCER AND TYPE:
      *    THE FIRST-YEAR RATE WHEN THE
      *    INVOICE FALLS DUE IN THE YEAR AFTER PM-ISSUE-DATE, THE
      *    RENEWAL RATE OTHERWISE.  HOUSE POLICIES (NO PRODUCER)
      *    EARN NOTHING.  CHARGEBACKS RECOVER COMMISSION ALREADY
      *    PAID:
      *      REFUND - PREMRFND PREMIUM RETURNED ON A COMMISSIONED
      *        PERIOD, AT THE RATE THAT PERIOD WAS PAID AT.
      *      LAPSE  - A POLICY ON LAPSELST STILL IN ITS FIRST YEAR
      *        GIVES BACK ALL FIRST-YEAR COMMISSION NOT ALREADY
      *        RECOVERED.  RENEWAL COMMISSION IS NOT CHARGED BACK.
      *    EACH PRODUCER NETS EARNINGS AGAINST CHARGEBACKS AND ANY
      *    DEBIT BROUGHT FORWARD.  A CREDIT IS PAID ON COMMPAY (AND
      *    MANIFESTED ON XMITMANF); A DEBIT IS CARRIED ON PRODMSTN
      *    TO COME OFF NEXT MONTH'S EARNINGS.  EVERY PRODUCER WITH
      *    ACTIVITY OR A DEBIT GETS A STATEMENT PAGE.
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(34) VALUE
                   '  PRODUCER COMMISSION STATEMENT   '.
               10  HL1-PRODUCER-CODE     PIC X(05).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  HL1-PRODUCER-NAME     PIC X(30).
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  HL1-BUSINESS-DATE     PIC X(10).
               10  FILLER                PIC X(35) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(09) VALUE 'POLICY'.
               10  FILLER  PIC X(08) VALUE 'PERIOD'.
               10  FILLER  PIC X(04) VALUE 'YR'.
               10  FILLER  PIC X(15) VALUE '      PREMIUM'.
               10  FILLER  PIC X(07) VALUE 'RATE%'.
               10  FILLER  PIC X(15) VALUE '   COMMISSION'.
               10  FILLER  PIC X(15) VALUE '   CHARGEBACK'.
               10  FILLER  PIC X(59) VALUE 'NOTE'.
      *----------------------------------------------------------*
           05  STATEMENT-DETAIL-LINE.
               10  SDL-POLICY-NO         PIC X(07).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  SDL-PERIOD            PIC X(06).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  SDL-YEAR-TYPE         PIC X(02).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  SDL-PREMIUM           PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  SDL-RATE-PCT          PIC Z9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  SDL-COMMISSION        PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  SDL-CHARGEBACK        PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  SDL-NOTE              PIC X(20).
               10  FILLER                PIC X(39) VALUE SPACE.
      *----------------------------------------------------------*
           05  STATEMENT-TOTAL-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  STL-CAPTION           PIC X(30).
               10  STL-AMOUNT            PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(85) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** COMMISSION EARNED: '.
               10  TL1-EARNED            PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(17) VALUE '   CHARGEBACKS : '.
               10  TL1-CHARGEBACK        PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(17) VALUE '   PAID        : '.
               10  TL1-PAID              PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(17) VALUE '   DEBIT C/FWD : '.
               10  TL1-DEBIT             PIC $$$,$$$,$$9.99.
               10  FILLER                PIC X(03) VALUE SPACE.
      *----------------------------------------------------------*
       01  PRODUCER-TABLE-FIELDS.
           05  PRODUCER-TABLE OCCURS 200 TIMES
                           INDEXED BY PR-INDEX.
               10  PRT-PRODUCER-CODE     PIC X(05) VALUE SPACE.
               10  PRT-PRODUCER-NAME     PIC X(30) VALUE SPACE.
               10  PRT-SCHEDULE OCCURS 3 TIMES.
                   15  PRT-FIRST-YEAR-PCT PIC 9(02)V99 VALUE ZERO.
                   15  PRT-RENEWAL-PCT   PIC 9(02)V99 VALUE ZERO.
               10  PRT-DEBIT-BALANCE     PIC 9(07)V99 VALUE ZERO.
               10  PRT-PRIOR-DEBIT       PIC 9(07)V99 VALUE ZERO.
               10  PRT-EARNED            PIC 9(07)V99 VALUE ZERO.
               10  PRT-CHARGEBACK        PIC 9(07)V99 VALUE ZERO.
               10  PRT-PAID              PIC 9(07)V99 VALUE ZERO.
           05  PRODUCER-COUNT            PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  POLICY-TABLE-FIELDS.
           05  POLICY-TABLE OCCURS 1000 TIMES
                           INDEXED BY PO-INDEX.
               10  POT-POLICY-NO         PIC X(07) VALUE SPACE.
               10  POT-PRODUCER-CODE     PIC X(05) VALUE SPACE.
               10  POT-POLICY-TYPE       PIC 9(01) VALUE ZERO.
               10  POT-ISSUE-DATE        PIC 9(08) VALUE ZERO.
           05  POLICY-COUNT              PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  LEDGER-TABLE-FIELDS.
           05  LEDGER-TABLE OCCURS 5000 TIMES
                           INDEXED BY LG-INDEX.
               10  LGT-PRODUCER-CODE     PIC X(05) VALUE SPACE.
               10  LGT-POLICY-NO         PIC X(07) VALUE SPACE.
               10  LGT-PERIOD            PIC X(06) VALUE SPACE.
               10  LGT-YEAR-TYPE         PIC X(01) VALUE SPACE.
               10  LGT-PREMIUM           PIC 9(07)V99 VALUE ZERO.
               10  LGT-RATE-PCT          PIC 9(02)V99 VALUE ZERO.
               10  LGT-COMMISSION        PIC 9(07)V99 VALUE ZERO.
               10  LGT-PAID-DATE         PIC 9(08) VALUE ZERO.
               10  LGT-CHARGEBACK        PIC 9(07)V99 VALUE ZERO.
               10  LGT-CHARGEBACK-DATE   PIC 9(08) VALUE ZERO.
               10  LGT-LAPSE-SW          PIC X(01) VALUE SPACE.
               10  LGT-NEW-SW            PIC X(01) VALUE 'N'.
               10  LGT-RUN-CHARGEBACK    PIC 9(07)V99 VALUE ZERO.
               10  LGT-RUN-NOTE          PIC X(20) VALUE SPACE.
           05  LEDGER-COUNT              PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-COMMISSION-FIELDS.
           05  WS-TODAY-NUM              PIC 9(08).
           05  WS-ANNIVERSARY-DATE       PIC 9(08).
           05  WS-YEAR-TYPE              PIC X(01).
           05  WS-RATE-PCT               PIC 9(02)V99.
           05  WS-COMMISSION             PIC 9(07)V99.
           05  WS-CHARGEBACK             PIC 9(07)V99.
           05  WS-REMAINING              PIC 9(07)V99.
           05  WS-NET-AMOUNT             PIC S9(09)V99.
           05  WS-LAPSE-POLICY-NO        PIC X(07).
           05  WS-LAPSE-PRODUCER         PIC X(05).
           05  WS-TYPE-SUB               PIC 9(01).
           05  WS-SCHED-SUB              PIC 9(01).
           05  WS-COMMISSION-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-HOUSE-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-NO-PRODUCER-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-REFUND-CB-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-LAPSE-CB-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-PAY-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-PAY-HASH               PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-EARNED           PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-CHARGEBACK       PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-PAID             PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-DEBIT            PIC 9(09)V99 VALUE ZERO.
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
           05  PRODUCER-EOF-SW           PIC X(01) VALUE 'N'.
               88  PRODUCER-EOF              VALUE 'Y'.
           05  LEDGER-EOF-SW             PIC X(01) VALUE 'N'.
               88  LEDGER-EOF                VALUE 'Y'.
           05  INVOICE-EOF-SW            PIC X(01) VALUE 'N'.
               88  INVOICE-EOF               VALUE 'Y'.
           05  REFUND-EOF-SW             PIC X(01) VALUE 'N'.
               88  REFUND-EOF                VALUE 'Y'.
           05  LAPSE-EOF-SW              PIC X(01) VALUE 'N'.
               88  LAPSE-EOF                 VALUE 'Y'.
           05  WS-ON-LEDGER-SW           PIC X(01).
               88  WS-ON-LEDGER              VALUE 'Y'.
           05  WS-PRODUCER-FOUND-SW      PIC X(01).
               88  WS-PRODUCER-FOUND         VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-PRODUCERS.
           PERFORM 1200-LOAD-POLICY-MASTER.
           PERFORM 1300-LOAD-LEDGER.
           PERFORM 2000-COMMISSION-COLLECTIONS.
           PERFORM 2500-CHARGE-BACK-REFUNDS.
           PERFORM 2700-CHARGE-BACK-LAPSES.
           PERFORM 3000-SETTLE-ONE-PRODUCER
               VARYING PR-INDEX FROM 1 BY 1
                   UNTIL PR-INDEX > PRODUCER-COUNT.
           PERFORM 3500-WRITE-PAY-TRAILER.
           PERFORM 3600-WRITE-NEW-PRODUCERS.
           PERFORM 3700-WRITE-NEW-LEDGER.
           PERFORM 3800-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  POLICY-MASTER-FILE
                          PRODUCER-OLD-FILE
                          LEDGER-OLD-FILE
                          INVOICE-FILE
                          REFUND-FILE
                          LAPSE-LIST-FILE
                   OUTPUT PRODUCER-NEW-FILE
                          LEDGER-NEW-FILE
                          COMM-PAY-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          XMIT-MANIFEST-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "PRODCOMM"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-NUM.
           MOVE WS-TODAY-NUM            TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO HL1-BUSINESS-DATE.
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
       1100-LOAD-PRODUCERS.
      *----------------------------------------------------------*
           PERFORM 8010-READ-PRODUCER.
           PERFORM 1110-STORE-ONE-PRODUCER
               UNTIL PRODUCER-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-PRODUCER.
      *----------------------------------------------------------*
           IF  PRODUCER-COUNT = 200
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO PRODUCER-COUNT.
           SET PR-INDEX                 TO PRODUCER-COUNT.
           MOVE PR-PRODUCER-CODE      TO PRT-PRODUCER-CODE(PR-INDEX).
           MOVE PR-PRODUCER-NAME      TO PRT-PRODUCER-NAME(PR-INDEX).
           PERFORM 1120-STORE-ONE-SCHEDULE
               VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL WS-SCHED-SUB > 3.
           IF  PR-DEBIT-BALANCE NUMERIC
               MOVE PR-DEBIT-BALANCE  TO PRT-DEBIT-BALANCE(PR-INDEX)
                                         PRT-PRIOR-DEBIT(PR-INDEX).
           PERFORM 8010-READ-PRODUCER.
      *----------------------------------------------------------*
       1120-STORE-ONE-SCHEDULE.
      *----------------------------------------------------------*
           IF  PR-FIRST-YEAR-PCT(WS-SCHED-SUB) NUMERIC
               MOVE PR-FIRST-YEAR-PCT(WS-SCHED-SUB)
                   TO PRT-FIRST-YEAR-PCT(PR-INDEX, WS-SCHED-SUB).
           IF  PR-RENEWAL-PCT(WS-SCHED-SUB) NUMERIC
               MOVE PR-RENEWAL-PCT(WS-SCHED-SUB)
                   TO PRT-RENEWAL-PCT(PR-INDEX, WS-SCHED-SUB).
      *----------------------------------------------------------*
       1200-LOAD-POLICY-MASTER.
      *----------------------------------------------------------*
           PERFORM 8000-READ-POLICY-MASTER.
           PERFORM 1210-STORE-ONE-POLICY
               UNTIL POLICY-EOF.
      *----------------------------------------------------------*
       1210-STORE-ONE-POLICY.
      *----------------------------------------------------------*
           IF  POLICY-COUNT = 1000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO POLICY-COUNT.
           SET PO-INDEX                 TO POLICY-COUNT.
           MOVE PM-POLICY-NO            TO POT-POLICY-NO(PO-INDEX).
           MOVE PM-PRODUCER-CODE      TO POT-PRODUCER-CODE(PO-INDEX).
           MOVE PM-POLICY-TYPE          TO POT-POLICY-TYPE(PO-INDEX).
           IF  PM-ISSUE-DATE NUMERIC
               MOVE PM-ISSUE-DATE       TO POT-ISSUE-DATE(PO-INDEX).
           PERFORM 8000-READ-POLICY-MASTER.
      *----------------------------------------------------------*
       1300-LOAD-LEDGER.
      *----------------------------------------------------------*
           PERFORM 8020-READ-LEDGER.
           PERFORM 1310-STORE-ONE-ENTRY
               UNTIL LEDGER-EOF.
      *----------------------------------------------------------*
       1310-STORE-ONE-ENTRY.
      *----------------------------------------------------------*
           IF  LEDGER-COUNT = 5000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO LEDGER-COUNT.
           SET LG-INDEX                 TO LEDGER-COUNT.
           MOVE LG-PRODUCER-CODE      TO LGT-PRODUCER-CODE(LG-INDEX).
           MOVE LG-POLICY-NO            TO LGT-POLICY-NO(LG-INDEX).
           MOVE LG-PERIOD               TO LGT-PERIOD(LG-INDEX).
           MOVE LG-YEAR-TYPE            TO LGT-YEAR-TYPE(LG-INDEX).
           MOVE LG-PREMIUM              TO LGT-PREMIUM(LG-INDEX).
           MOVE LG-RATE-PCT             TO LGT-RATE-PCT(LG-INDEX).
           MOVE LG-COMMISSION           TO LGT-COMMISSION(LG-INDEX).
           MOVE LG-PAID-DATE            TO LGT-PAID-DATE(LG-INDEX).
           MOVE LG-CHARGEBACK           TO LGT-CHARGEBACK(LG-INDEX).
           MOVE LG-CHARGEBACK-DATE
                                   TO LGT-CHARGEBACK-DATE(LG-INDEX).
           MOVE LG-LAPSE-SW             TO LGT-LAPSE-SW(LG-INDEX).
           PERFORM 8020-READ-LEDGER.
      *----------------------------------------------------------*
       2000-COMMISSION-COLLECTIONS.
      *----------------------------------------------------------*
           PERFORM 8030-READ-INVOICE.
           PERFORM 2100-COMMISSION-ONE-INVOICE
               UNTIL INVOICE-EOF.
      *----------------------------------------------------------*
       2100-COMMISSION-ONE-INVOICE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  (IV-STATUS = 'P' OR 'R')
           AND IV-PAID-DATE NOT > WS-TODAY-NUM
               PERFORM 2150-CHECK-LEDGER
               IF  NOT WS-ON-LEDGER
                   PERFORM 2200-FIND-POLICY-PRODUCER.
           PERFORM 8030-READ-INVOICE.
      *----------------------------------------------------------*
       2150-CHECK-LEDGER.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-ON-LEDGER-SW.
           SET LG-INDEX TO 1.
           SEARCH LEDGER-TABLE
               AT END
                   CONTINUE
               WHEN LGT-POLICY-NO(LG-INDEX) = IV-POLICY-NO
                AND LGT-PERIOD(LG-INDEX) = IV-PERIOD
                   MOVE 'Y'             TO WS-ON-LEDGER-SW.
      *----------------------------------------------------------*
       2200-FIND-POLICY-PRODUCER.
      *----------------------------------------------------------*
           SET PO-INDEX TO 1.
           SEARCH POLICY-TABLE
               AT END
                   DISPLAY 'PRODCOMM - INVOICE WITHOUT POLICY: '
                       IV-POLICY-NO ' ' IV-PERIOD
               WHEN POT-POLICY-NO(PO-INDEX) = IV-POLICY-NO
                   IF  POT-PRODUCER-CODE(PO-INDEX) = SPACE
                       ADD 1            TO WS-HOUSE-COUNT
                   ELSE
                       PERFORM 2250-FIND-PRODUCER
                       IF  WS-PRODUCER-FOUND
                           PERFORM 2300-EARN-COMMISSION
                       ELSE
                           ADD 1        TO WS-NO-PRODUCER-COUNT
                           DISPLAY 'PRODCOMM - PRODUCER NOT ON FILE: '
                               POT-PRODUCER-CODE(PO-INDEX) ' '
                               IV-POLICY-NO.
      *----------------------------------------------------------*
       2250-FIND-PRODUCER.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-PRODUCER-FOUND-SW.
           SET PR-INDEX TO 1.
           SEARCH PRODUCER-TABLE
               AT END
                   CONTINUE
               WHEN PRT-PRODUCER-CODE(PR-INDEX)
                       = POT-PRODUCER-CODE(PO-INDEX)
                   MOVE 'Y'             TO WS-PRODUCER-FOUND-SW.
      *----------------------------------------------------------*
       2300-EARN-COMMISSION.
      *----------------------------------------------------------*
      *    FIRST YEAR RUNS FROM THE ISSUE DATE TO ITS ANNIVERSARY.
      *    A POLICY WITH NO ISSUE DATE PREDATES PRODUCER TRACKING
      *    AND IS TREATED AS RENEWAL BUSINESS.
           MOVE 'R'                     TO WS-YEAR-TYPE.
           IF  POT-ISSUE-DATE(PO-INDEX) > ZERO
               COMPUTE WS-ANNIVERSARY-DATE =
                   POT-ISSUE-DATE(PO-INDEX) + 10000
               IF  IV-DUE-DATE < WS-ANNIVERSARY-DATE
                   MOVE 'F'             TO WS-YEAR-TYPE.
           MOVE ZERO                    TO WS-RATE-PCT.
           MOVE POT-POLICY-TYPE(PO-INDEX) TO WS-TYPE-SUB.
           IF  WS-TYPE-SUB > ZERO
           AND WS-TYPE-SUB < 4
               IF  WS-YEAR-TYPE = 'F'
                   MOVE PRT-FIRST-YEAR-PCT(PR-INDEX, WS-TYPE-SUB)
                                        TO WS-RATE-PCT
               ELSE
                   MOVE PRT-RENEWAL-PCT(PR-INDEX, WS-TYPE-SUB)
                                        TO WS-RATE-PCT.
           COMPUTE WS-COMMISSION ROUNDED =
               IV-AMOUNT * WS-RATE-PCT / 100.
           IF  LEDGER-COUNT = 5000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO LEDGER-COUNT.
           SET LG-INDEX                 TO LEDGER-COUNT.
           MOVE PRT-PRODUCER-CODE(PR-INDEX)
                                   TO LGT-PRODUCER-CODE(LG-INDEX).
           MOVE IV-POLICY-NO            TO LGT-POLICY-NO(LG-INDEX).
           MOVE IV-PERIOD               TO LGT-PERIOD(LG-INDEX).
           MOVE WS-YEAR-TYPE            TO LGT-YEAR-TYPE(LG-INDEX).
           MOVE IV-AMOUNT               TO LGT-PREMIUM(LG-INDEX).
           MOVE WS-RATE-PCT             TO LGT-RATE-PCT(LG-INDEX).
           MOVE WS-COMMISSION           TO LGT-COMMISSION(LG-INDEX).
           MOVE WS-TODAY-NUM            TO LGT-PAID-DATE(LG-INDEX).
           MOVE 'N'                     TO LGT-LAPSE-SW(LG-INDEX).
           MOVE 'Y'                     TO LGT-NEW-SW(LG-INDEX).
           ADD WS-COMMISSION            TO PRT-EARNED(PR-INDEX)
                                           WS-TOTAL-EARNED.
           ADD 1                        TO WS-COMMISSION-COUNT.
      *----------------------------------------------------------*
       2500-CHARGE-BACK-REFUNDS.
      *----------------------------------------------------------*
           PERFORM 8040-READ-REFUND.
           PERFORM 2550-CHARGE-BACK-ONE-REFUND
               UNTIL REFUND-EOF.
      *----------------------------------------------------------*
       2550-CHARGE-BACK-ONE-REFUND.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           SET LG-INDEX TO 1.
           SEARCH LEDGER-TABLE
               AT END
                   CONTINUE
               WHEN LGT-POLICY-NO(LG-INDEX) = RF-POLICY-NO
                AND LGT-PERIOD(LG-INDEX) = RF-PERIOD
                   COMPUTE WS-CHARGEBACK ROUNDED =
                       RF-AMOUNT * LGT-RATE-PCT(LG-INDEX) / 100
                   MOVE 'PREMIUM REFUNDED'
                                   TO LGT-RUN-NOTE(LG-INDEX)
                   PERFORM 2800-APPLY-CHARGEBACK
                   ADD 1                TO WS-REFUND-CB-COUNT.
           PERFORM 8040-READ-REFUND.
      *----------------------------------------------------------*
       2700-CHARGE-BACK-LAPSES.
      *----------------------------------------------------------*
           PERFORM 8050-READ-LAPSE-LIST.
           PERFORM 2710-CHARGE-BACK-ONE-LAPSE
               UNTIL LAPSE-EOF.
      *----------------------------------------------------------*
       2710-CHARGE-BACK-ONE-LAPSE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           SET PO-INDEX TO 1.
           SEARCH POLICY-TABLE
               AT END
                   CONTINUE
               WHEN POT-POLICY-NO(PO-INDEX) = LL-POLICY-NO
                AND POT-ISSUE-DATE(PO-INDEX) > ZERO
                   COMPUTE WS-ANNIVERSARY-DATE =
                       POT-ISSUE-DATE(PO-INDEX) + 10000
                   IF  WS-TODAY-NUM < WS-ANNIVERSARY-DATE
                       MOVE LL-POLICY-NO TO WS-LAPSE-POLICY-NO
                       PERFORM 2720-CHARGE-BACK-ONE-ENTRY
                           VARYING LG-INDEX FROM 1 BY 1
                               UNTIL LG-INDEX > LEDGER-COUNT.
           PERFORM 8050-READ-LAPSE-LIST.
      *----------------------------------------------------------*
       2720-CHARGE-BACK-ONE-ENTRY.
      *----------------------------------------------------------*
           IF  LGT-POLICY-NO(LG-INDEX) = WS-LAPSE-POLICY-NO
           AND LGT-YEAR-TYPE(LG-INDEX) = 'F'
           AND LGT-LAPSE-SW(LG-INDEX) NOT = 'Y'
               MOVE 'Y'                 TO LGT-LAPSE-SW(LG-INDEX)
               MOVE LGT-COMMISSION(LG-INDEX) TO WS-CHARGEBACK
               MOVE 'LAPSED IN FIRST YEAR'
                                   TO LGT-RUN-NOTE(LG-INDEX)
               PERFORM 2800-APPLY-CHARGEBACK
               ADD 1                    TO WS-LAPSE-CB-COUNT.
      *----------------------------------------------------------*
       2800-APPLY-CHARGEBACK.
      *----------------------------------------------------------*
      *    NEVER RECOVER MORE THAN WAS PAID AND NOT YET RECOVERED.
           COMPUTE WS-REMAINING =
               LGT-COMMISSION(LG-INDEX) - LGT-CHARGEBACK(LG-INDEX).
           IF  WS-CHARGEBACK > WS-REMAINING
               MOVE WS-REMAINING        TO WS-CHARGEBACK.
           IF  WS-CHARGEBACK > ZERO
               ADD WS-CHARGEBACK        TO LGT-CHARGEBACK(LG-INDEX)
                                           LGT-RUN-CHARGEBACK(LG-INDEX)
                                           WS-TOTAL-CHARGEBACK
               MOVE WS-TODAY-NUM   TO LGT-CHARGEBACK-DATE(LG-INDEX)
               MOVE LGT-PRODUCER-CODE(LG-INDEX)
                                        TO WS-LAPSE-PRODUCER
               PERFORM 2850-POST-PRODUCER-CHARGEBACK.
      *----------------------------------------------------------*
       2850-POST-PRODUCER-CHARGEBACK.
      *----------------------------------------------------------*
           SET PR-INDEX TO 1.
           SEARCH PRODUCER-TABLE
               AT END
                   DISPLAY 'PRODCOMM - CHARGEBACK PRODUCER GONE: '
                       WS-LAPSE-PRODUCER
               WHEN PRT-PRODUCER-CODE(PR-INDEX) = WS-LAPSE-PRODUCER
                   ADD WS-CHARGEBACK    TO PRT-CHARGEBACK(PR-INDEX).
      *----------------------------------------------------------*
       2900-FORMAT-DATE.
      *----------------------------------------------------------*
           MOVE WS-FMT-MONTH            TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-DAY              TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-YEAR             TO WS-FMT-OUT-YEAR.
      *----------------------------------------------------------*
       3000-SETTLE-ONE-PRODUCER.
      *----------------------------------------------------------*
           COMPUTE WS-NET-AMOUNT =
               PRT-EARNED(PR-INDEX) - PRT-CHARGEBACK(PR-INDEX)
                   - PRT-PRIOR-DEBIT(PR-INDEX).
           IF  WS-NET-AMOUNT > ZERO
               MOVE WS-NET-AMOUNT       TO PRT-PAID(PR-INDEX)
               MOVE ZERO                TO PRT-DEBIT-BALANCE(PR-INDEX)
               PERFORM 3100-WRITE-PAY-DETAIL
           ELSE
               MOVE ZERO                TO PRT-PAID(PR-INDEX)
               COMPUTE PRT-DEBIT-BALANCE(PR-INDEX) =
                   ZERO - WS-NET-AMOUNT.
           ADD PRT-DEBIT-BALANCE(PR-INDEX) TO WS-TOTAL-DEBIT.
           IF  PRT-EARNED(PR-INDEX) > ZERO
            OR PRT-CHARGEBACK(PR-INDEX) > ZERO
            OR PRT-PRIOR-DEBIT(PR-INDEX) > ZERO
               PERFORM 3200-PRINT-STATEMENT.
      *----------------------------------------------------------*
       3100-WRITE-PAY-DETAIL.
      *----------------------------------------------------------*
           MOVE SPACE                   TO PAYMENT-RECORD.
           MOVE 'D'                     TO PAY-REC-TYPE.
           MOVE PRT-PRODUCER-CODE(PR-INDEX) TO PAY-POLICY-NO.
           MOVE PRT-PRODUCER-NAME(PR-INDEX) TO PAY-LAST-NAME.
           MOVE PRT-PAID(PR-INDEX)      TO PAY-AMOUNT.
           MOVE WS-TODAY-NUM            TO PAY-RECEIVED-DATE.
           MOVE ZERO                    TO PAY-INTEREST-AMT.
           WRITE PAYMENT-RECORD.
           ADD 1                        TO WS-PAY-COUNT.
           ADD PRT-PAID(PR-INDEX)       TO WS-PAY-HASH
                                           WS-TOTAL-PAID.
      *----------------------------------------------------------*
       3200-PRINT-STATEMENT.
      *----------------------------------------------------------*
           MOVE PRT-PRODUCER-CODE(PR-INDEX) TO HL1-PRODUCER-CODE.
           MOVE PRT-PRODUCER-NAME(PR-INDEX) TO HL1-PRODUCER-NAME.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3250-PRINT-ONE-ENTRY
               VARYING LG-INDEX FROM 1 BY 1
                   UNTIL LG-INDEX > LEDGER-COUNT.
           MOVE 'PRIOR DEBIT BALANCE         :' TO STL-CAPTION.
           MOVE PRT-PRIOR-DEBIT(PR-INDEX) TO STL-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE    TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE 'COMMISSION EARNED           :' TO STL-CAPTION.
           MOVE PRT-EARNED(PR-INDEX)    TO STL-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE    TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE 'LESS CHARGEBACKS            :' TO STL-CAPTION.
           MOVE PRT-CHARGEBACK(PR-INDEX) TO STL-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE    TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE 'COMMISSION PAYABLE          :' TO STL-CAPTION.
           MOVE PRT-PAID(PR-INDEX)      TO STL-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE    TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE 'DEBIT BALANCE CARRIED FWD   :' TO STL-CAPTION.
           MOVE PRT-DEBIT-BALANCE(PR-INDEX) TO STL-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE    TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3250-PRINT-ONE-ENTRY.
      *----------------------------------------------------------*
           IF  LGT-PRODUCER-CODE(LG-INDEX)
                   = PRT-PRODUCER-CODE(PR-INDEX)
           AND (LGT-NEW-SW(LG-INDEX) = 'Y'
             OR LGT-RUN-CHARGEBACK(LG-INDEX) > ZERO)
               MOVE LGT-POLICY-NO(LG-INDEX) TO SDL-POLICY-NO
               MOVE LGT-PERIOD(LG-INDEX)    TO SDL-PERIOD
               IF  LGT-YEAR-TYPE(LG-INDEX) = 'F'
                   MOVE 'FY'            TO SDL-YEAR-TYPE
               ELSE
                   MOVE 'RN'            TO SDL-YEAR-TYPE
               END-IF
               MOVE LGT-PREMIUM(LG-INDEX)   TO SDL-PREMIUM
               MOVE LGT-RATE-PCT(LG-INDEX)  TO SDL-RATE-PCT
               IF  LGT-NEW-SW(LG-INDEX) = 'Y'
                   MOVE LGT-COMMISSION(LG-INDEX) TO SDL-COMMISSION
               ELSE
                   MOVE ZERO            TO SDL-COMMISSION
               END-IF
               MOVE LGT-RUN-CHARGEBACK(LG-INDEX) TO SDL-CHARGEBACK
               MOVE LGT-RUN-NOTE(LG-INDEX)  TO SDL-NOTE
               MOVE STATEMENT-DETAIL-LINE   TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3500-WRITE-PAY-TRAILER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO PAYMENT-RECORD.
           MOVE 'T'                     TO PAY-REC-TYPE.
           MOVE WS-PAY-COUNT            TO PAY-RECORD-COUNT.
           MOVE WS-PAY-HASH             TO PAY-DOLLAR-HASH.
           WRITE PAYMENT-RECORD.
           MOVE SPACE                   TO XMIT-MANIFEST-RECORD.
           MOVE 'COMMPAY '              TO MF-FILE-ID.
           MOVE 'S'                     TO MF-DIRECTION.
           MOVE WS-TODAY-NUM            TO MF-BUSINESS-DATE.
           MOVE WS-PAY-COUNT            TO MF-RECORD-COUNT.
           MOVE WS-PAY-HASH             TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
      *----------------------------------------------------------*
       3600-WRITE-NEW-PRODUCERS.
      *----------------------------------------------------------*
           PERFORM 3650-WRITE-ONE-PRODUCER
               VARYING PR-INDEX FROM 1 BY 1
                   UNTIL PR-INDEX > PRODUCER-COUNT.
      *----------------------------------------------------------*
       3650-WRITE-ONE-PRODUCER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO PRODUCER-OLD-RECORD.
           MOVE PRT-PRODUCER-CODE(PR-INDEX) TO PR-PRODUCER-CODE.
           MOVE PRT-PRODUCER-NAME(PR-INDEX) TO PR-PRODUCER-NAME.
           PERFORM 3660-MOVE-ONE-SCHEDULE
               VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL WS-SCHED-SUB > 3.
           MOVE PRT-DEBIT-BALANCE(PR-INDEX) TO PR-DEBIT-BALANCE.
           MOVE PRODUCER-OLD-RECORD     TO PRODUCER-NEW-RECORD.
           WRITE PRODUCER-NEW-RECORD.
      *----------------------------------------------------------*
       3660-MOVE-ONE-SCHEDULE.
      *----------------------------------------------------------*
           MOVE PRT-FIRST-YEAR-PCT(PR-INDEX, WS-SCHED-SUB)
                   TO PR-FIRST-YEAR-PCT(WS-SCHED-SUB).
           MOVE PRT-RENEWAL-PCT(PR-INDEX, WS-SCHED-SUB)
                   TO PR-RENEWAL-PCT(WS-SCHED-SUB).
      *----------------------------------------------------------*
       3700-WRITE-NEW-LEDGER.
      *----------------------------------------------------------*
           PERFORM 3750-WRITE-ONE-ENTRY
               VARYING LG-INDEX FROM 1 BY 1
                   UNTIL LG-INDEX > LEDGER-COUNT.
      *----------------------------------------------------------*
       3750-WRITE-ONE-ENTRY.
      *----------------------------------------------------------*
           MOVE SPACE                   TO LEDGER-OLD-RECORD.
           MOVE LGT-PRODUCER-CODE(LG-INDEX) TO LG-PRODUCER-CODE.
           MOVE LGT-POLICY-NO(LG-INDEX) TO LG-POLICY-NO.
           MOVE LGT-PERIOD(LG-INDEX)    TO LG-PERIOD.
           MOVE LGT-YEAR-TYPE(LG-INDEX) TO LG-YEAR-TYPE.
           MOVE LGT-PREMIUM(LG-INDEX)   TO LG-PREMIUM.
           MOVE LGT-RATE-PCT(LG-INDEX)  TO LG-RATE-PCT.
           MOVE LGT-COMMISSION(LG-INDEX) TO LG-COMMISSION.
           MOVE LGT-PAID-DATE(LG-INDEX) TO LG-PAID-DATE.
           MOVE LGT-CHARGEBACK(LG-INDEX) TO LG-CHARGEBACK.
           MOVE LGT-CHARGEBACK-DATE(LG-INDEX) TO LG-CHARGEBACK-DATE.
           MOVE LGT-LAPSE-SW(LG-INDEX)  TO LG-LAPSE-SW.
           MOVE LEDGER-OLD-RECORD       TO LEDGER-NEW-RECORD.
           WRITE LEDGER-NEW-RECORD.
      *----------------------------------------------------------*
       3800-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-TOTAL-EARNED         TO TL1-EARNED.
           MOVE WS-TOTAL-CHARGEBACK     TO TL1-CHARGEBACK.
           MOVE WS-TOTAL-PAID           TO TL1-PAID.
           MOVE WS-TOTAL-DEBIT          TO TL1-DEBIT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
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
                   PRODUCER-OLD-FILE
                   PRODUCER-NEW-FILE
                   LEDGER-OLD-FILE
                   LEDGER-NEW-FILE
                   INVOICE-FILE
                   REFUND-FILE
                   LAPSE-LIST-FILE
                   COMM-PAY-FILE
                   XMIT-MANIFEST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'PRODCOMM - INVOICES COMMISSIONED: '
               WS-COMMISSION-COUNT.
           DISPLAY 'PRODCOMM - HOUSE BUSINESS       : ' WS-HOUSE-COUNT.
           DISPLAY 'PRODCOMM - PRODUCER NOT ON FILE : '
               WS-NO-PRODUCER-COUNT.
           DISPLAY 'PRODCOMM - REFUND CHARGEBACKS   : '
               WS-REFUND-CB-COUNT.
           DISPLAY 'PRODCOMM - LAPSE CHARGEBACKS    : '
               WS-LAPSE-CB-COUNT.
           DISPLAY 'PRODCOMM - PRODUCERS PAID       : ' WS-PAY-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  TABLE OVERFLOW - PRODCOMM               *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF PRODCOMM                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   POLICY-MASTER-FILE
                   PRODUCER-OLD-FILE
                   PRODUCER-NEW-FILE
                   LEDGER-OLD-FILE
                   LEDGER-NEW-FILE
                   INVOICE-FILE
                   REFUND-FILE
                   LAPSE-LIST-FILE
                   COMM-PAY-FILE
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
       8010-READ-PRODUCER.
      *----------------------------------------------------------*
           READ PRODUCER-OLD-FILE
               AT END MOVE 'Y'          TO PRODUCER-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-LEDGER.
      *----------------------------------------------------------*
           READ LEDGER-OLD-FILE
               AT END MOVE 'Y'          TO LEDGER-EOF-SW.
      *----------------------------------------------------------*
       8030-READ-INVOICE.
      *----------------------------------------------------------*
           READ INVOICE-FILE
               AT END MOVE 'Y'          TO INVOICE-EOF-SW.
      *----------------------------------------------------------*
       8040-READ-REFUND.
      *----------------------------------------------------------*
           READ REFUND-FILE
               AT END MOVE 'Y'          TO REFUND-EOF-SW.
      *----------------------------------------------------------*
       8050-READ-LAPSE-LIST.
      *----------------------------------------------------------*
           READ LAPSE-LIST-FILE
               AT END MOVE 'Y'          TO LAPSE-EOF-SW.
