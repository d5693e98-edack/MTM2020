       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-MASTER-FILE   ASSIGN TO POMAST.
           SELECT OPTIONAL RECEIPT-HIST-FILE ASSIGN TO PORCPTH.
           SELECT OPTIONAL VENDOR-INVOICE-FILE ASSIGN TO VENDINV.
           SELECT OPTIONAL VOUCHER-OLD-FILE ASSIGN TO APVOUCH.
           SELECT VOUCHER-NEW-FILE ASSIGN TO APVOUCHN.
           SELECT OPTIONAL AP-PAYMENT-FILE ASSIGN TO APPAYMT.
           SELECT OPTIONAL VENDOR-CREDIT-FILE ASSIGN TO VENDCRM.
           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK.
           SELECT PRINT-FILE       ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE     ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  PO-MASTER-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PO-MASTER-RECORD.
           05  PO-PO-NUMBER                PIC X(08).
           05  PO-VENDOR-CODE              PIC X(03).
           05  PO-ARTIST-ACCT-NO           PIC X(08).
           05  PO-INSTRUMENT               PIC 9(06).
           05  PO-QUALITY                  PIC X(01).
           05  PO-AGREED-COST              PIC 9(07)V99.
           05  PO-SHIP-TERMS               PIC X(03).
           05  PO-ISSUE-DATE               PIC 9(08).
           05  PO-PROMISED-DATE            PIC 9(08).
           05  PO-STATUS                   PIC X(01).
           05  PO-RECEIPT-DATE             PIC 9(08).
           05  FILLER                      PIC X(17).
      *----------------------------------------------------------*
       FD  RECEIPT-HIST-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  RECEIPT-HIST-RECORD.
           05  RH-PO-NUMBER                PIC X(08).
           05  RH-VENDOR-CODE              PIC X(03).
           05  RH-RECEIPT-DATE             PIC 9(08).
           05  RH-QTY-RECEIVED             PIC 9(05).
           05  RH-POSTED-DATE              PIC 9(08).
           05  FILLER                      PIC X(48).
      *----------------------------------------------------------*
       FD  VENDOR-INVOICE-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    INBOUND VENDOR INVOICE, ONE RECORD PER LINE, THE LINES
      *    OF AN INVOICE TOGETHER.  TERMS ARE NET DAYS FROM THE
      *    INVOICE DATE (ZERO FOR THE USUAL 30).
       01  VENDOR-INVOICE-RECORD.
           05  VI-VENDOR-CODE              PIC X(03).
           05  VI-INVOICE-NO               PIC X(10).
           05  VI-INVOICE-DATE             PIC 9(08).
           05  VI-TERMS-DAYS               PIC 9(03).
           05  VI-LINE-NO                  PIC 9(03).
           05  VI-PO-NUMBER                PIC X(08).
           05  VI-QTY-INVOICED             PIC 9(05).
           05  VI-UNIT-PRICE               PIC 9(07)V99.
           05  FILLER                      PIC X(31).
      *----------------------------------------------------------*
       FD  VOUCHER-OLD-FILE
           RECORDING MODE IS F.
       COPY APVOUCH.
      *----------------------------------------------------------*
       FD  VOUCHER-NEW-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  VOUCHER-NEW-RECORD              PIC X(100).
      *----------------------------------------------------------*
       FD  AP-PAYMENT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    VENDOR INVOICES PAID SINCE THE LAST RUN.
       01  AP-PAYMENT-RECORD.
           05  PY-VENDOR-CODE              PIC X(03).
           05  PY-INVOICE-NO               PIC X(10).
           05  PY-PAID-DATE                PIC 9(08).
           05  FILLER                      PIC X(59).
      *----------------------------------------------------------*
       FD  VENDOR-CREDIT-FILE
           RECORDING MODE IS F.
           COPY VENDCRM.
      *----------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SA-VENDOR-CODE              PIC X(03).
           05  SA-DUE-DATE                 PIC 9(08).
           05  SA-INVOICE-NO               PIC X(10).
           05  SA-INVOICE-DATE             PIC 9(08).
           05  SA-AMOUNT                   PIC S9(07)V99.
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRINT-RECORD.
      *    05  CC                          PIC X(01).
           05  PRINT-LINE                  PIC X(132).
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
      *    THREE-WAY MATCH OF VENDOR INVOICES.  EACH INVOICE LINE
      *    ON VENDINV IS CHECKED AGAINST ITS PO ON POMAST AND THE
      *    QUANTITY RECEIVED ON THE PORECPT RECEIPT HISTORY:
      *      UNKNOWN PO         - PO NOT ON FILE OR RAISED ON
      *                           ANOTHER VENDOR
      *      BILLED BEFORE RCPT - NOTHING RECEIVED ON THE PO YET
      *      OVER-BILLED QTY    - QUANTITY BILLED ON THIS AND EARLIER
      *                           VOUCHERS PAST THE QUANTITY RECEIVED
      *                           PLUS THE QUANTITY TOLERANCE
      *      OVER-BILLED PRICE  - UNIT PRICE PAST THE PO AGREED COST
      *                           PLUS THE PRICE TOLERANCE
      *      DUPLICATE INVOICE  - INVOICE NUMBER ALREADY VOUCHERED
      *                           FOR THE VENDOR
      *    AN INVOICE WITH EVERY LINE CLEAN IS APPROVED TO PAY AND
      *    ITS LINES GO ON THE APVOUCH VOUCHER FILE; ONE FAILING
      *    LINE HOLDS THE WHOLE INVOICE AND ITS FAILING LINES ARE
      *    LISTED ON THE EXCEPTIONS REPORT BY REASON.  THE TWO
      *    TOLERANCES ARRIVE AS PARMS: QUANTITY AS A WHOLE PERCENT
      *    (999, DEFAULT 0) AND PRICE AS A PERCENT WITH TWO DECIMALS
      *    (9999, DEFAULT 0200 = 2.00%).  PAYMENTS ON APPAYMT MARK
      *    VOUCHERS PAID, AND THE APPROVED VOUCHERS STILL UNPAID ARE
      *    AGED BY VENDOR AND DUE DATE.  A PO RECEIVED BEFORE THE
      *    RECEIPT HISTORY WAS KEPT COUNTS AS ONE UNIT RECEIVED.
      *    VENDOR CREDIT MEMOS FROM PORECPT RETURNS (VENDCRM) TAKE
      *    THE RETURNED QUANTITY OFF THE PO'S RECEIVED QUANTITY, AND
      *    EACH NEW MEMO IS VOUCHERED AS A TYPE C CREDIT THAT AGES
      *    AS A NEGATIVE AMOUNT AGAINST THE VENDOR'S INVOICES.
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  VENDOR INVOICE MATCH EXCEPTIONS       '.
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  HL1-BUSINESS-DATE       PIC X(10).
               10  FILLER  PIC X(18) VALUE '   QTY TOLERANCE: '.
               10  HL1-QTY-TOL             PIC ZZ9.
               10  FILLER  PIC X(20) VALUE '%  PRICE TOLERANCE: '.
               10  HL1-PRICE-TOL           PIC Z9.99.
               10  FILLER  PIC X(01) VALUE '%'.
               10  FILLER                  PIC X(19) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(05) VALUE 'VND'.
               10  FILLER  PIC X(12) VALUE 'INVOICE'.
               10  FILLER  PIC X(05) VALUE 'LN'.
               10  FILLER  PIC X(08) VALUE 'PO NO'.
               10  FILLER  PIC X(08) VALUE ' QTY INV'.
               10  FILLER  PIC X(08) VALUE ' QTY AVL'.
               10  FILLER  PIC X(15) VALUE '  INVOICE PRICE'.
               10  FILLER  PIC X(15) VALUE '       PO PRICE'.
               10  FILLER  PIC X(16) VALUE '     LINE AMOUNT'.
               10  FILLER  PIC X(40) VALUE '  NOTE'.
      *----------------------------------------------------------*
           05  SECTION-LINE.
               10  SCL-TITLE               PIC X(40).
               10  FILLER                  PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  EXCEPTION-DETAIL-LINE.
               10  EDL-VENDOR-CODE         PIC X(03).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  EDL-INVOICE-NO          PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  EDL-LINE-NO             PIC ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  EDL-PO-NUMBER           PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  EDL-QTY-INVOICED        PIC ZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  EDL-QTY-AVAILABLE       PIC ZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  EDL-UNIT-PRICE          PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  EDL-PO-PRICE            PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  EDL-LINE-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  EDL-NOTE                PIC X(20).
               10  FILLER                  PIC X(18) VALUE SPACE.
      *----------------------------------------------------------*
           05  APPROVED-DETAIL-LINE.
               10  APL-VENDOR-CODE         PIC X(03).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  APL-INVOICE-NO          PIC X(10).
               10  FILLER  PIC X(08) VALUE '  DATED '.
               10  APL-INVOICE-DATE        PIC X(10).
               10  FILLER  PIC X(06) VALUE '  DUE '.
               10  APL-DUE-DATE            PIC X(10).
               10  FILLER  PIC X(09) VALUE '  LINES: '.
               10  APL-LINE-COUNT          PIC ZZ9.
               10  FILLER  PIC X(10) VALUE '  AMOUNT: '.
               10  APL-AMOUNT              PIC $$$,$$$,$$9.99.
               10  FILLER                  PIC X(47) VALUE SPACE.
      *----------------------------------------------------------*
           05  AGING-HEADING-1.
               10  FILLER  PIC X(40) VALUE
                   '  ACCOUNTS PAYABLE AGING - UNPAID       '.
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  AHL-BUSINESS-DATE       PIC X(10).
               10  FILLER                  PIC X(66) VALUE SPACE.
      *----------------------------------------------------------*
           05  AGING-HEADING-2.
               10  FILLER  PIC X(06) VALUE 'VND'.
               10  FILLER  PIC X(12) VALUE 'INVOICE'.
               10  FILLER  PIC X(12) VALUE 'INV DATE'.
               10  FILLER  PIC X(12) VALUE 'DUE DATE'.
               10  FILLER  PIC X(05) VALUE ' PAST'.
               10  FILLER  PIC X(16) VALUE '         CURRENT'.
               10  FILLER  PIC X(16) VALUE '       1-30 DAYS'.
               10  FILLER  PIC X(16) VALUE '      31-60 DAYS'.
               10  FILLER  PIC X(16) VALUE '      61-90 DAYS'.
               10  FILLER  PIC X(16) VALUE '    OVER 90 DAYS'.
               10  FILLER                  PIC X(05) VALUE SPACE.
      *----------------------------------------------------------*
           05  AGING-DETAIL-LINE.
               10  AGL-VENDOR-CODE         PIC X(03).
               10  FILLER                  PIC X(03).
               10  AGL-INVOICE-NO          PIC X(10).
               10  FILLER                  PIC X(02).
               10  AGL-INVOICE-DATE        PIC X(10).
               10  FILLER                  PIC X(02).
               10  AGL-DUE-DATE            PIC X(10).
               10  FILLER                  PIC X(02).
               10  AGL-DAYS-PAST           PIC -ZZZ9.
               10  AGL-BUCKET-COLUMN OCCURS 5 TIMES.
                   15  FILLER              PIC X(01).
                   15  AGL-BUCKET          PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(05).
      *----------------------------------------------------------*
           05  AGING-TOTAL-LINE.
               10  ATL-CAPTION             PIC X(30).
               10  ATL-TOTAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  ATL-BUCKET-COLUMN OCCURS 5 TIMES.
                   15  FILLER              PIC X(01).
                   15  ATL-BUCKET          PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(04).
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** INVOICES READ   :  '.
               10  TL1-INVOICE-COUNT       PIC Z,ZZ9.
               10  FILLER  PIC X(17) VALUE '   APPROVED    : '.
               10  TL1-APPROVED-COUNT      PIC Z,ZZ9.
               10  FILLER  PIC X(17) VALUE '   HELD        : '.
               10  TL1-HELD-COUNT          PIC Z,ZZ9.
               10  FILLER  PIC X(17) VALUE '   EXCEPTIONS  : '.
               10  TL1-EXCEPTION-COUNT     PIC Z,ZZ9.
               10  FILLER  PIC X(17) VALUE '   CREDIT MEMOS: '.
               10  TL1-CREDIT-COUNT        PIC Z,ZZ9.
               10  FILLER                  PIC X(17) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(22) VALUE '** APPROVED AMOUNT :  '.
               10  TL2-APPROVED-AMOUNT     PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(17) VALUE '   PAYMENTS    : '.
               10  TL2-PAYMENT-COUNT       PIC Z,ZZ9.
               10  FILLER  PIC X(17) VALUE '   UNPAID TOTAL: '.
               10  TL2-UNPAID-AMOUNT       PIC $$$,$$$,$$9.99-.
               10  FILLER                  PIC X(42) VALUE SPACE.
      *----------------------------------------------------------*
       01  PO-TABLE-FIELDS.
           05  PO-TABLE OCCURS 1000 TIMES
                           INDEXED BY PO-INDEX.
               10  POT-PO-NUMBER           PIC X(08) VALUE SPACE.
               10  POT-VENDOR-CODE         PIC X(03) VALUE SPACE.
               10  POT-AGREED-COST         PIC 9(07)V99 VALUE ZERO.
               10  POT-STATUS              PIC X(01) VALUE SPACE.
               10  POT-RECEIVED-QTY        PIC S9(07) VALUE ZERO.
               10  POT-VOUCHERED-QTY       PIC S9(07) VALUE ZERO.
           05  PO-TABLE-COUNT              PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  VOUCHER-TABLE-FIELDS.
           05  VOUCHER-TABLE OCCURS 3000 TIMES
                           INDEXED BY AV-INDEX.
               10  AVT-VENDOR-CODE         PIC X(03) VALUE SPACE.
               10  AVT-INVOICE-NO          PIC X(10) VALUE SPACE.
               10  AVT-LINE-NO             PIC 9(03) VALUE ZERO.
               10  AVT-PO-NUMBER           PIC X(08) VALUE SPACE.
               10  AVT-QTY                 PIC 9(05) VALUE ZERO.
               10  AVT-UNIT-PRICE          PIC 9(07)V99 VALUE ZERO.
               10  AVT-LINE-AMOUNT         PIC 9(07)V99 VALUE ZERO.
               10  AVT-INVOICE-DATE        PIC 9(08) VALUE ZERO.
               10  AVT-DUE-DATE            PIC 9(08) VALUE ZERO.
               10  AVT-APPROVED-DATE       PIC 9(08) VALUE ZERO.
               10  AVT-STATUS              PIC X(01) VALUE SPACE.
               10  AVT-PAID-DATE           PIC 9(08) VALUE ZERO.
               10  AVT-VOUCHER-TYPE        PIC X(01) VALUE SPACE.
           05  VOUCHER-COUNT               PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
      *    THE LINES OF THE INVOICE BEING MATCHED.
       01  INVOICE-LINE-FIELDS.
           05  WS-INV-VENDOR-CODE          PIC X(03) VALUE SPACE.
           05  WS-INV-INVOICE-NO           PIC X(10) VALUE SPACE.
           05  WS-INV-INVOICE-DATE         PIC 9(08) VALUE ZERO.
           05  WS-INV-TERMS-DAYS           PIC 9(03) VALUE ZERO.
           05  WS-INV-DUE-DATE             PIC 9(08) VALUE ZERO.
           05  WS-INV-AMOUNT               PIC 9(09)V99 VALUE ZERO.
           05  INVOICE-LINE-TABLE OCCURS 50 TIMES.
               10  ILT-LINE-NO             PIC 9(03).
               10  ILT-PO-NUMBER           PIC X(08).
               10  ILT-QTY                 PIC 9(05).
               10  ILT-UNIT-PRICE          PIC 9(07)V99.
               10  ILT-LINE-AMOUNT         PIC 9(09)V99.
           05  INVOICE-LINE-COUNT          PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------*
       01  EXCEPTION-TABLE-FIELDS.
           05  EXCEPTION-TABLE OCCURS 500 TIMES
                           INDEXED BY EX-INDEX.
               10  EXT-REASON-SUB          PIC 9(01).
               10  EXT-VENDOR-CODE         PIC X(03).
               10  EXT-INVOICE-NO          PIC X(10).
               10  EXT-LINE-NO             PIC 9(03).
               10  EXT-PO-NUMBER           PIC X(08).
               10  EXT-QTY-INVOICED        PIC 9(05).
               10  EXT-QTY-AVAILABLE       PIC 9(05).
               10  EXT-UNIT-PRICE          PIC 9(07)V99.
               10  EXT-PO-PRICE            PIC 9(07)V99.
               10  EXT-LINE-AMOUNT         PIC 9(09)V99.
               10  EXT-NOTE                PIC X(20).
           05  EXCEPTION-COUNT             PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  APPROVED-TABLE-FIELDS.
           05  APPROVED-TABLE OCCURS 500 TIMES
                           INDEXED BY AP-INDEX.
               10  APT-VENDOR-CODE         PIC X(03).
               10  APT-INVOICE-NO          PIC X(10).
               10  APT-INVOICE-DATE        PIC 9(08).
               10  APT-DUE-DATE            PIC 9(08).
               10  APT-LINE-COUNT          PIC 9(03).
               10  APT-AMOUNT              PIC 9(09)V99.
           05  APPROVED-COUNT              PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-REASON-NAMES.
           05  FILLER  PIC X(24) VALUE 'UNKNOWN PO              '.
           05  FILLER  PIC X(24) VALUE 'BILLED BEFORE RECEIPT   '.
           05  FILLER  PIC X(24) VALUE 'OVER-BILLED QUANTITY    '.
           05  FILLER  PIC X(24) VALUE 'OVER-BILLED PRICE       '.
           05  FILLER  PIC X(24) VALUE 'DUPLICATE INVOICE       '.
       01  WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAMES.
           05  WS-REASON-NAME              PIC X(24) OCCURS 5 TIMES.
      *----------------------------------------------------------*
       01  WS-MATCH-FIELDS.
           05  WS-QTY-TOL-X                PIC X(03).
           05  WS-QTY-TOL-PCT              PIC 9(03) VALUE ZERO.
           05  WS-PRICE-TOL-X              PIC X(04).
           05  WS-PRICE-TOL-N REDEFINES WS-PRICE-TOL-X
                                           PIC 9(02)V99.
           05  WS-PRICE-TOL-PCT            PIC 9(02)V99 VALUE 2.00.
           05  WS-TODAY-NUM                PIC 9(08).
           05  WS-TODAY-INT                PIC 9(07).
           05  WS-LINE-SUB                 PIC 9(02).
           05  WS-SCAN-SUB                 PIC 9(02).
           05  WS-REASON-SUB               PIC 9(01).
           05  WS-BUCKET-SUB               PIC 9(01).
           05  WS-PRIOR-QTY                PIC S9(07).
           05  WS-QTY-LIMIT                PIC S9(07).
           05  WS-QTY-AVAILABLE            PIC 9(07).
           05  WS-PRICE-LIMIT              PIC 9(07)V99.
           05  WS-NOTE                     PIC X(20).
           05  WS-INVOICE-EXCEPTIONS       PIC 9(03).
           05  WS-LINES-PAID               PIC 9(03).
           05  WS-DAYS-PAST                PIC S9(05).
           05  WS-INVOICE-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-APPROVED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-PAYMENT-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-CREDIT-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-CREDIT-AMOUNT            PIC 9(11)V99 VALUE ZERO.
           05  WS-APPROVED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
           05  WS-UNPAID-AMOUNT            PIC S9(11)V99 VALUE ZERO.
           05  WS-RUN-LOG-COUNT            PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
      *    AGING CONTROL BREAK: THE INVOICE BEING ADDED UP AND THE
      *    VENDOR AND GRAND TOTALS BY BUCKET (1 CURRENT, 2 1-30,
      *    3 31-60, 4 61-90, 5 OVER 90 DAYS PAST DUE).
       01  WS-AGING-FIELDS.
           05  WS-AGE-VENDOR-CODE          PIC X(03) VALUE SPACE.
           05  WS-AGE-INVOICE-NO           PIC X(10) VALUE SPACE.
           05  WS-AGE-INVOICE-DATE         PIC 9(08) VALUE ZERO.
           05  WS-AGE-DUE-DATE             PIC 9(08) VALUE ZERO.
           05  WS-AGE-AMOUNT               PIC S9(09)V99 VALUE ZERO.
           05  WS-VENDOR-TOTAL             PIC S9(11)V99 VALUE ZERO.
           05  WS-VENDOR-BUCKET            PIC S9(11)V99 VALUE ZERO
                                           OCCURS 5 TIMES.
           05  WS-GRAND-BUCKET             PIC S9(11)V99 VALUE ZERO
                                           OCCURS 5 TIMES.
      *----------------------------------------------------------*
       01  WS-FORMAT-DATE-FIELDS.
           05  WS-FMT-DATE-IN              PIC 9(08).
           05  WS-FMT-DATE-PARTS REDEFINES WS-FMT-DATE-IN.
               10  WS-FMT-YEAR             PIC X(04).
               10  WS-FMT-MONTH            PIC X(02).
               10  WS-FMT-DAY              PIC X(02).
           05  WS-FMT-DATE-OUT.
               10  WS-FMT-OUT-MONTH        PIC X(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-DAY          PIC X(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-YEAR         PIC X(04).
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  PO-EOF-SW                   PIC X(01) VALUE 'N'.
               88  PO-EOF                      VALUE 'Y'.
           05  RECEIPT-EOF-SW              PIC X(01) VALUE 'N'.
               88  RECEIPT-EOF                 VALUE 'Y'.
           05  INVOICE-EOF-SW              PIC X(01) VALUE 'N'.
               88  INVOICE-EOF                 VALUE 'Y'.
           05  VOUCHER-EOF-SW              PIC X(01) VALUE 'N'.
               88  VOUCHER-EOF                 VALUE 'Y'.
           05  PAYMENT-EOF-SW              PIC X(01) VALUE 'N'.
               88  PAYMENT-EOF                 VALUE 'Y'.
           05  CREDIT-EOF-SW               PIC X(01) VALUE 'N'.
               88  CREDIT-EOF                  VALUE 'Y'.
           05  WS-MEMO-FOUND-SW            PIC X(01).
               88  WS-MEMO-FOUND               VALUE 'Y'.
           05  SORT-OUT-EOF-SW             PIC X(01) VALUE 'N'.
               88  SORT-OUT-EOF                VALUE 'Y'.
           05  WS-PO-FOUND-SW              PIC X(01).
               88  WS-PO-FOUND                 VALUE 'Y'.
           05  WS-DUPLICATE-SW             PIC X(01).
               88  WS-DUPLICATE-INVOICE        VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-PO-MASTER.
           PERFORM 1200-LOAD-RECEIPT-HISTORY.
           PERFORM 1300-LOAD-OLD-VOUCHERS.
           PERFORM 1350-APPLY-CREDIT-MEMOS.
           PERFORM 1400-APPLY-PAYMENTS.
           PERFORM 2000-MATCH-INVOICES.
           PERFORM 3000-PRINT-ONE-REASON
               VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 5.
           PERFORM 3200-PRINT-APPROVALS.
           PERFORM 3500-WRITE-NEW-VOUCHERS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SA-VENDOR-CODE
                                SA-DUE-DATE
                                SA-INVOICE-NO
               INPUT  PROCEDURE IS 3600-RELEASE-UNPAID-VOUCHERS
               OUTPUT PROCEDURE IS 3650-PRINT-PAYABLES-AGING.
           PERFORM 3800-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           IF  WS-EXCEPTION-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  PO-MASTER-FILE
                          RECEIPT-HIST-FILE
                          VENDOR-INVOICE-FILE
                          VOUCHER-OLD-FILE
                          AP-PAYMENT-FILE
                          VENDOR-CREDIT-FILE
                   OUTPUT VOUCHER-NEW-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "APMATCH"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           ACCEPT WS-QTY-TOL-X.
           IF  WS-QTY-TOL-X NUMERIC
               MOVE WS-QTY-TOL-X        TO WS-QTY-TOL-PCT.
           ACCEPT WS-PRICE-TOL-X.
           IF  WS-PRICE-TOL-X NUMERIC
               MOVE WS-PRICE-TOL-N      TO WS-PRICE-TOL-PCT.
           MOVE WS-TODAY-NUM            TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO HL1-BUSINESS-DATE
                                           AHL-BUSINESS-DATE.
           MOVE WS-QTY-TOL-PCT          TO HL1-QTY-TOL.
           MOVE WS-PRICE-TOL-PCT        TO HL1-PRICE-TOL.
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
       1100-LOAD-PO-MASTER.
      *----------------------------------------------------------*
           PERFORM 8000-READ-PO-MASTER.
           PERFORM 1110-STORE-ONE-PO
               UNTIL PO-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-PO.
      *----------------------------------------------------------*
           IF  PO-TABLE-COUNT = 1000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO PO-TABLE-COUNT.
           SET PO-INDEX                 TO PO-TABLE-COUNT.
           MOVE PO-PO-NUMBER            TO POT-PO-NUMBER(PO-INDEX).
           MOVE PO-VENDOR-CODE          TO POT-VENDOR-CODE(PO-INDEX).
           MOVE PO-AGREED-COST          TO POT-AGREED-COST(PO-INDEX).
           MOVE PO-STATUS               TO POT-STATUS(PO-INDEX).
           PERFORM 8000-READ-PO-MASTER.
      *----------------------------------------------------------*
       1200-LOAD-RECEIPT-HISTORY.
      *----------------------------------------------------------*
           PERFORM 8010-READ-RECEIPT-HIST.
           PERFORM 1210-ADD-ONE-RECEIPT
               UNTIL RECEIPT-EOF.
           PERFORM 1220-DEFAULT-ONE-RECEIPT
               VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > PO-TABLE-COUNT.
      *----------------------------------------------------------*
       1210-ADD-ONE-RECEIPT.
      *----------------------------------------------------------*
           SET PO-INDEX TO 1.
           SEARCH PO-TABLE
               AT END
                   DISPLAY 'APMATCH - RECEIPT FOR UNKNOWN PO: '
                       RH-PO-NUMBER
               WHEN POT-PO-NUMBER(PO-INDEX) = RH-PO-NUMBER
                   ADD RH-QTY-RECEIVED  TO POT-RECEIVED-QTY(PO-INDEX).
           PERFORM 8010-READ-RECEIPT-HIST.
      *----------------------------------------------------------*
       1220-DEFAULT-ONE-RECEIPT.
      *----------------------------------------------------------*
           IF  POT-STATUS(PO-INDEX) = 'R'
           AND POT-RECEIVED-QTY(PO-INDEX) = ZERO
               MOVE 1                   TO POT-RECEIVED-QTY(PO-INDEX).
      *----------------------------------------------------------*
       1300-LOAD-OLD-VOUCHERS.
      *----------------------------------------------------------*
           PERFORM 8030-READ-OLD-VOUCHER.
           PERFORM 1310-STORE-ONE-VOUCHER
               UNTIL VOUCHER-EOF.
      *----------------------------------------------------------*
       1310-STORE-ONE-VOUCHER.
      *----------------------------------------------------------*
           IF  VOUCHER-COUNT = 3000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO VOUCHER-COUNT.
           SET AV-INDEX                 TO VOUCHER-COUNT.
           MOVE AV-VENDOR-CODE          TO AVT-VENDOR-CODE(AV-INDEX).
           MOVE AV-INVOICE-NO           TO AVT-INVOICE-NO(AV-INDEX).
           MOVE AV-LINE-NO              TO AVT-LINE-NO(AV-INDEX).
           MOVE AV-PO-NUMBER            TO AVT-PO-NUMBER(AV-INDEX).
           MOVE AV-QTY                  TO AVT-QTY(AV-INDEX).
           MOVE AV-UNIT-PRICE           TO AVT-UNIT-PRICE(AV-INDEX).
           MOVE AV-LINE-AMOUNT          TO AVT-LINE-AMOUNT(AV-INDEX).
           MOVE AV-INVOICE-DATE         TO AVT-INVOICE-DATE(AV-INDEX).
           MOVE AV-DUE-DATE             TO AVT-DUE-DATE(AV-INDEX).
           MOVE AV-APPROVED-DATE        TO AVT-APPROVED-DATE(AV-INDEX).
           MOVE AV-STATUS               TO AVT-STATUS(AV-INDEX).
           MOVE AV-PAID-DATE            TO AVT-PAID-DATE(AV-INDEX).
           MOVE AV-VOUCHER-TYPE         TO AVT-VOUCHER-TYPE(AV-INDEX).
           SET PO-INDEX TO 1.
           SEARCH PO-TABLE
               AT END
                   CONTINUE
               WHEN POT-PO-NUMBER(PO-INDEX) = AV-PO-NUMBER
                AND AV-CREDIT-MEMO
                   SUBTRACT AV-QTY    FROM POT-VOUCHERED-QTY(PO-INDEX)
               WHEN POT-PO-NUMBER(PO-INDEX) = AV-PO-NUMBER
                   ADD AV-QTY           TO POT-VOUCHERED-QTY(PO-INDEX).
           PERFORM 8030-READ-OLD-VOUCHER.
      *----------------------------------------------------------*
       1350-APPLY-CREDIT-MEMOS.
      *----------------------------------------------------------*
           PERFORM 8050-READ-CREDIT-MEMO.
           PERFORM 1360-APPLY-ONE-CREDIT-MEMO
               UNTIL CREDIT-EOF.
      *----------------------------------------------------------*
       1360-APPLY-ONE-CREDIT-MEMO.
      *----------------------------------------------------------*
      *    EVERY MEMO ON FILE TAKES ITS UNITS BACK OFF THE PO'S
      *    RECEIVED QUANTITY; ONLY A MEMO NOT YET VOUCHERED BECOMES
      *    A NEW CREDIT VOUCHER.
           ADD 1                        TO WS-RUN-LOG-COUNT.
           SET PO-INDEX TO 1.
           SEARCH PO-TABLE
               AT END
                   DISPLAY 'APMATCH - CREDIT MEMO FOR UNKNOWN PO: '
                       CM-MEMO-NO ' ' CM-PO-NUMBER
               WHEN POT-PO-NUMBER(PO-INDEX) = CM-PO-NUMBER
                   IF  CM-QTY-RETURNED < POT-RECEIVED-QTY(PO-INDEX)
                       SUBTRACT CM-QTY-RETURNED
                                      FROM POT-RECEIVED-QTY(PO-INDEX)
                   ELSE
                       MOVE ZERO        TO POT-RECEIVED-QTY(PO-INDEX)
                   END-IF
                   PERFORM 1370-FIND-CREDIT-VOUCHER
                   IF  NOT WS-MEMO-FOUND
                       PERFORM 1380-VOUCHER-CREDIT-MEMO
                   END-IF.
           PERFORM 8050-READ-CREDIT-MEMO.
      *----------------------------------------------------------*
       1370-FIND-CREDIT-VOUCHER.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-MEMO-FOUND-SW.
           SET AV-INDEX TO 1.
           SEARCH VOUCHER-TABLE
               AT END
                   CONTINUE
               WHEN AVT-VENDOR-CODE(AV-INDEX) = CM-VENDOR-CODE
                AND AVT-INVOICE-NO(AV-INDEX) = CM-MEMO-NO
                AND AVT-VOUCHER-TYPE(AV-INDEX) = 'C'
                   MOVE 'Y'             TO WS-MEMO-FOUND-SW.
      *----------------------------------------------------------*
       1380-VOUCHER-CREDIT-MEMO.
      *----------------------------------------------------------*
           IF  VOUCHER-COUNT = 3000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO VOUCHER-COUNT
                                           WS-CREDIT-COUNT.
           ADD CM-CREDIT-AMOUNT         TO WS-CREDIT-AMOUNT.
           SET AV-INDEX                 TO VOUCHER-COUNT.
           MOVE CM-VENDOR-CODE          TO AVT-VENDOR-CODE(AV-INDEX).
           MOVE CM-MEMO-NO              TO AVT-INVOICE-NO(AV-INDEX).
           MOVE 1                       TO AVT-LINE-NO(AV-INDEX).
           MOVE CM-PO-NUMBER            TO AVT-PO-NUMBER(AV-INDEX).
           MOVE CM-QTY-RETURNED         TO AVT-QTY(AV-INDEX).
           MOVE CM-UNIT-COST            TO AVT-UNIT-PRICE(AV-INDEX).
           MOVE CM-CREDIT-AMOUNT        TO AVT-LINE-AMOUNT(AV-INDEX).
           MOVE CM-RETURN-DATE          TO AVT-INVOICE-DATE(AV-INDEX)
                                           AVT-DUE-DATE(AV-INDEX).
           MOVE WS-TODAY-NUM            TO AVT-APPROVED-DATE(AV-INDEX).
           MOVE 'A'                     TO AVT-STATUS(AV-INDEX).
           MOVE ZERO                    TO AVT-PAID-DATE(AV-INDEX).
           MOVE 'C'                     TO AVT-VOUCHER-TYPE(AV-INDEX).
           SUBTRACT CM-QTY-RETURNED   FROM POT-VOUCHERED-QTY(PO-INDEX).
      *----------------------------------------------------------*
       1400-APPLY-PAYMENTS.
      *----------------------------------------------------------*
           PERFORM 8040-READ-PAYMENT.
           PERFORM 1410-APPLY-ONE-PAYMENT
               UNTIL PAYMENT-EOF.
      *----------------------------------------------------------*
       1410-APPLY-ONE-PAYMENT.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE ZERO                    TO WS-LINES-PAID.
           PERFORM 1420-PAY-ONE-LINE
               VARYING AV-INDEX FROM 1 BY 1
                   UNTIL AV-INDEX > VOUCHER-COUNT.
           IF  WS-LINES-PAID = ZERO
               DISPLAY 'APMATCH - PAYMENT WITHOUT VOUCHER: '
                   PY-VENDOR-CODE ' ' PY-INVOICE-NO
           ELSE
               ADD 1                    TO WS-PAYMENT-COUNT.
           PERFORM 8040-READ-PAYMENT.
      *----------------------------------------------------------*
       1420-PAY-ONE-LINE.
      *----------------------------------------------------------*
           IF  AVT-VENDOR-CODE(AV-INDEX) = PY-VENDOR-CODE
           AND AVT-INVOICE-NO(AV-INDEX) = PY-INVOICE-NO
           AND AVT-STATUS(AV-INDEX) = 'A'
               MOVE 'P'                 TO AVT-STATUS(AV-INDEX)
               MOVE PY-PAID-DATE        TO AVT-PAID-DATE(AV-INDEX)
               ADD 1                    TO WS-LINES-PAID.
      *----------------------------------------------------------*
       2000-MATCH-INVOICES.
      *----------------------------------------------------------*
           PERFORM 8020-READ-VENDOR-INVOICE.
           PERFORM 2010-TAKE-ONE-LINE
               UNTIL INVOICE-EOF.
           IF  INVOICE-LINE-COUNT > ZERO
               PERFORM 2100-MATCH-ONE-INVOICE.
      *----------------------------------------------------------*
       2010-TAKE-ONE-LINE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  INVOICE-LINE-COUNT > ZERO
           AND (VI-VENDOR-CODE NOT = WS-INV-VENDOR-CODE
             OR VI-INVOICE-NO NOT = WS-INV-INVOICE-NO)
               PERFORM 2100-MATCH-ONE-INVOICE.
           IF  INVOICE-LINE-COUNT = ZERO
               MOVE VI-VENDOR-CODE      TO WS-INV-VENDOR-CODE
               MOVE VI-INVOICE-NO       TO WS-INV-INVOICE-NO
               IF  VI-INVOICE-DATE NUMERIC
               AND VI-INVOICE-DATE > ZERO
                   MOVE VI-INVOICE-DATE TO WS-INV-INVOICE-DATE
               ELSE
                   MOVE WS-TODAY-NUM    TO WS-INV-INVOICE-DATE
               END-IF
               IF  VI-TERMS-DAYS NUMERIC
               AND VI-TERMS-DAYS > ZERO
                   MOVE VI-TERMS-DAYS   TO WS-INV-TERMS-DAYS
               ELSE
                   MOVE 30              TO WS-INV-TERMS-DAYS
               END-IF
               MOVE ZERO                TO WS-INV-AMOUNT.
           IF  INVOICE-LINE-COUNT = 50
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO INVOICE-LINE-COUNT.
           MOVE INVOICE-LINE-COUNT      TO WS-LINE-SUB.
           MOVE VI-LINE-NO              TO ILT-LINE-NO(WS-LINE-SUB).
           MOVE VI-PO-NUMBER            TO ILT-PO-NUMBER(WS-LINE-SUB).
           MOVE VI-QTY-INVOICED         TO ILT-QTY(WS-LINE-SUB).
           MOVE VI-UNIT-PRICE           TO ILT-UNIT-PRICE(WS-LINE-SUB).
           COMPUTE ILT-LINE-AMOUNT(WS-LINE-SUB) =
               VI-QTY-INVOICED * VI-UNIT-PRICE.
           ADD ILT-LINE-AMOUNT(WS-LINE-SUB) TO WS-INV-AMOUNT.
           PERFORM 8020-READ-VENDOR-INVOICE.
      *----------------------------------------------------------*
       2100-MATCH-ONE-INVOICE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-INVOICE-COUNT.
           MOVE ZERO                    TO WS-INVOICE-EXCEPTIONS.
           PERFORM 2150-CHECK-DUPLICATE.
           IF  WS-DUPLICATE-INVOICE
               PERFORM 2160-REJECT-DUPLICATE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > INVOICE-LINE-COUNT
           ELSE
               PERFORM 2200-CHECK-ONE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > INVOICE-LINE-COUNT.
           IF  WS-INVOICE-EXCEPTIONS = ZERO
               PERFORM 2300-APPROVE-ONE-INVOICE
           ELSE
               ADD 1                    TO WS-HELD-COUNT.
           MOVE ZERO                    TO INVOICE-LINE-COUNT.
      *----------------------------------------------------------*
       2150-CHECK-DUPLICATE.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-DUPLICATE-SW.
           SET AV-INDEX TO 1.
           SEARCH VOUCHER-TABLE
               AT END
                   CONTINUE
               WHEN AVT-VENDOR-CODE(AV-INDEX) = WS-INV-VENDOR-CODE
                AND AVT-INVOICE-NO(AV-INDEX) = WS-INV-INVOICE-NO
                AND AVT-VOUCHER-TYPE(AV-INDEX) NOT = 'C'
                   MOVE 'Y'             TO WS-DUPLICATE-SW.
      *----------------------------------------------------------*
       2160-REJECT-DUPLICATE-LINE.
      *----------------------------------------------------------*
           MOVE 5                       TO WS-REASON-SUB.
           MOVE 'ALREADY VOUCHERED'     TO WS-NOTE.
           MOVE ZERO                    TO WS-QTY-AVAILABLE.
           PERFORM 2210-FIND-LINE-PO.
           PERFORM 2250-ADD-EXCEPTION.
      *----------------------------------------------------------*
       2200-CHECK-ONE-LINE.
      *----------------------------------------------------------*
           MOVE ZERO                    TO WS-QTY-AVAILABLE.
           PERFORM 2210-FIND-LINE-PO.
           EVALUATE TRUE
               WHEN NOT WS-PO-FOUND
                   MOVE 1               TO WS-REASON-SUB
                   MOVE 'NOT ON PO MASTER'  TO WS-NOTE
                   PERFORM 2250-ADD-EXCEPTION
               WHEN POT-VENDOR-CODE(PO-INDEX) NOT = WS-INV-VENDOR-CODE
                   MOVE 1               TO WS-REASON-SUB
                   MOVE SPACE           TO WS-NOTE
                   STRING 'PO IS VENDOR ' POT-VENDOR-CODE(PO-INDEX)
                       DELIMITED BY SIZE INTO WS-NOTE
                   PERFORM 2250-ADD-EXCEPTION
               WHEN POT-RECEIVED-QTY(PO-INDEX) = ZERO
                   MOVE 2               TO WS-REASON-SUB
                   MOVE 'NO RECEIPT POSTED' TO WS-NOTE
                   PERFORM 2250-ADD-EXCEPTION
               WHEN OTHER
                   PERFORM 2230-CHECK-QTY-AND-PRICE
           END-EVALUATE.
      *----------------------------------------------------------*
       2210-FIND-LINE-PO.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-PO-FOUND-SW.
           SET PO-INDEX TO 1.
           SEARCH PO-TABLE
               AT END
                   CONTINUE
               WHEN POT-PO-NUMBER(PO-INDEX) = ILT-PO-NUMBER(WS-LINE-SUB)
                   MOVE 'Y'             TO WS-PO-FOUND-SW.
      *----------------------------------------------------------*
       2220-ADD-EARLIER-LINE.
      *----------------------------------------------------------*
           IF  ILT-PO-NUMBER(WS-SCAN-SUB) = ILT-PO-NUMBER(WS-LINE-SUB)
               ADD ILT-QTY(WS-SCAN-SUB) TO WS-PRIOR-QTY.
      *----------------------------------------------------------*
       2230-CHECK-QTY-AND-PRICE.
      *----------------------------------------------------------*
      *    QUANTITY ALREADY BILLED IS WHAT EARLIER VOUCHERS AND THE
      *    EARLIER LINES OF THIS INVOICE HAVE CLAIMED ON THE PO.
           MOVE POT-VOUCHERED-QTY(PO-INDEX) TO WS-PRIOR-QTY.
           PERFORM 2220-ADD-EARLIER-LINE
               VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB NOT < WS-LINE-SUB.
           COMPUTE WS-QTY-LIMIT =
               POT-RECEIVED-QTY(PO-INDEX)
                 + POT-RECEIVED-QTY(PO-INDEX) * WS-QTY-TOL-PCT / 100.
           IF  WS-PRIOR-QTY < WS-QTY-LIMIT
               COMPUTE WS-QTY-AVAILABLE = WS-QTY-LIMIT - WS-PRIOR-QTY.
           IF  ILT-QTY(WS-LINE-SUB) > WS-QTY-AVAILABLE
               MOVE 3                   TO WS-REASON-SUB
               MOVE 'BILLED PAST RECEIPT' TO WS-NOTE
               PERFORM 2250-ADD-EXCEPTION.
           COMPUTE WS-PRICE-LIMIT =
               POT-AGREED-COST(PO-INDEX)
                 + POT-AGREED-COST(PO-INDEX) * WS-PRICE-TOL-PCT / 100.
           IF  ILT-UNIT-PRICE(WS-LINE-SUB) > WS-PRICE-LIMIT
               MOVE 4                   TO WS-REASON-SUB
               MOVE 'PRICE OVER TOLERANCE' TO WS-NOTE
               PERFORM 2250-ADD-EXCEPTION.
      *----------------------------------------------------------*
       2250-ADD-EXCEPTION.
      *----------------------------------------------------------*
           IF  EXCEPTION-COUNT = 500
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO EXCEPTION-COUNT
                                           WS-EXCEPTION-COUNT
                                           WS-INVOICE-EXCEPTIONS.
           SET EX-INDEX                 TO EXCEPTION-COUNT.
           MOVE WS-REASON-SUB           TO EXT-REASON-SUB(EX-INDEX).
           MOVE WS-INV-VENDOR-CODE      TO EXT-VENDOR-CODE(EX-INDEX).
           MOVE WS-INV-INVOICE-NO       TO EXT-INVOICE-NO(EX-INDEX).
           MOVE ILT-LINE-NO(WS-LINE-SUB) TO EXT-LINE-NO(EX-INDEX).
           MOVE ILT-PO-NUMBER(WS-LINE-SUB)
                                        TO EXT-PO-NUMBER(EX-INDEX).
           MOVE ILT-QTY(WS-LINE-SUB)    TO EXT-QTY-INVOICED(EX-INDEX).
           MOVE WS-QTY-AVAILABLE        TO EXT-QTY-AVAILABLE(EX-INDEX).
           MOVE ILT-UNIT-PRICE(WS-LINE-SUB)
                                        TO EXT-UNIT-PRICE(EX-INDEX).
           IF  WS-PO-FOUND
               MOVE POT-AGREED-COST(PO-INDEX)
                                        TO EXT-PO-PRICE(EX-INDEX)
           ELSE
               MOVE ZERO                TO EXT-PO-PRICE(EX-INDEX).
           MOVE ILT-LINE-AMOUNT(WS-LINE-SUB)
                                        TO EXT-LINE-AMOUNT(EX-INDEX).
           MOVE WS-NOTE                 TO EXT-NOTE(EX-INDEX).
      *----------------------------------------------------------*
       2300-APPROVE-ONE-INVOICE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-APPROVED-COUNT.
           ADD WS-INV-AMOUNT            TO WS-APPROVED-AMOUNT.
           COMPUTE WS-INV-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-INV-INVOICE-DATE)
                       + WS-INV-TERMS-DAYS).
           PERFORM 2310-VOUCHER-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > INVOICE-LINE-COUNT.
           IF  APPROVED-COUNT = 500
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO APPROVED-COUNT.
           SET AP-INDEX                 TO APPROVED-COUNT.
           MOVE WS-INV-VENDOR-CODE      TO APT-VENDOR-CODE(AP-INDEX).
           MOVE WS-INV-INVOICE-NO       TO APT-INVOICE-NO(AP-INDEX).
           MOVE WS-INV-INVOICE-DATE     TO APT-INVOICE-DATE(AP-INDEX).
           MOVE WS-INV-DUE-DATE         TO APT-DUE-DATE(AP-INDEX).
           MOVE INVOICE-LINE-COUNT      TO APT-LINE-COUNT(AP-INDEX).
           MOVE WS-INV-AMOUNT           TO APT-AMOUNT(AP-INDEX).
      *----------------------------------------------------------*
       2310-VOUCHER-ONE-LINE.
      *----------------------------------------------------------*
           IF  VOUCHER-COUNT = 3000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO VOUCHER-COUNT.
           SET AV-INDEX                 TO VOUCHER-COUNT.
           MOVE WS-INV-VENDOR-CODE      TO AVT-VENDOR-CODE(AV-INDEX).
           MOVE WS-INV-INVOICE-NO       TO AVT-INVOICE-NO(AV-INDEX).
           MOVE ILT-LINE-NO(WS-LINE-SUB) TO AVT-LINE-NO(AV-INDEX).
           MOVE ILT-PO-NUMBER(WS-LINE-SUB) TO AVT-PO-NUMBER(AV-INDEX).
           MOVE ILT-QTY(WS-LINE-SUB)    TO AVT-QTY(AV-INDEX).
           MOVE ILT-UNIT-PRICE(WS-LINE-SUB)
                                        TO AVT-UNIT-PRICE(AV-INDEX).
           MOVE ILT-LINE-AMOUNT(WS-LINE-SUB)
                                        TO AVT-LINE-AMOUNT(AV-INDEX).
           MOVE WS-INV-INVOICE-DATE     TO AVT-INVOICE-DATE(AV-INDEX).
           MOVE WS-INV-DUE-DATE         TO AVT-DUE-DATE(AV-INDEX).
           MOVE WS-TODAY-NUM            TO AVT-APPROVED-DATE(AV-INDEX).
           MOVE 'A'                     TO AVT-STATUS(AV-INDEX).
           MOVE ZERO                    TO AVT-PAID-DATE(AV-INDEX).
           MOVE SPACE                   TO AVT-VOUCHER-TYPE(AV-INDEX).
           PERFORM 2210-FIND-LINE-PO.
           IF  WS-PO-FOUND
               ADD ILT-QTY(WS-LINE-SUB) TO POT-VOUCHERED-QTY(PO-INDEX).
      *----------------------------------------------------------*
       2900-FORMAT-DATE.
      *----------------------------------------------------------*
           MOVE WS-FMT-MONTH            TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-DAY              TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-YEAR             TO WS-FMT-OUT-YEAR.
      *----------------------------------------------------------*
       3000-PRINT-ONE-REASON.
      *----------------------------------------------------------*
           MOVE SPACE                   TO SCL-TITLE.
           STRING 'EXCEPTIONS - ' WS-REASON-NAME(WS-REASON-SUB)
               DELIMITED BY SIZE INTO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3100-PRINT-ONE-EXCEPTION
               VARYING EX-INDEX FROM 1 BY 1
                   UNTIL EX-INDEX > EXCEPTION-COUNT.
      *----------------------------------------------------------*
       3100-PRINT-ONE-EXCEPTION.
      *----------------------------------------------------------*
           IF  EXT-REASON-SUB(EX-INDEX) = WS-REASON-SUB
               MOVE EXT-VENDOR-CODE(EX-INDEX)   TO EDL-VENDOR-CODE
               MOVE EXT-INVOICE-NO(EX-INDEX)    TO EDL-INVOICE-NO
               MOVE EXT-LINE-NO(EX-INDEX)       TO EDL-LINE-NO
               MOVE EXT-PO-NUMBER(EX-INDEX)     TO EDL-PO-NUMBER
               MOVE EXT-QTY-INVOICED(EX-INDEX)  TO EDL-QTY-INVOICED
               MOVE EXT-QTY-AVAILABLE(EX-INDEX) TO EDL-QTY-AVAILABLE
               MOVE EXT-UNIT-PRICE(EX-INDEX)    TO EDL-UNIT-PRICE
               MOVE EXT-PO-PRICE(EX-INDEX)      TO EDL-PO-PRICE
               MOVE EXT-LINE-AMOUNT(EX-INDEX)   TO EDL-LINE-AMOUNT
               MOVE EXT-NOTE(EX-INDEX)          TO EDL-NOTE
               MOVE EXCEPTION-DETAIL-LINE       TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3200-PRINT-APPROVALS.
      *----------------------------------------------------------*
           MOVE 'INVOICES APPROVED TO PAY' TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3250-PRINT-ONE-APPROVAL
               VARYING AP-INDEX FROM 1 BY 1
                   UNTIL AP-INDEX > APPROVED-COUNT.
      *----------------------------------------------------------*
       3250-PRINT-ONE-APPROVAL.
      *----------------------------------------------------------*
           MOVE APT-VENDOR-CODE(AP-INDEX) TO APL-VENDOR-CODE.
           MOVE APT-INVOICE-NO(AP-INDEX)  TO APL-INVOICE-NO.
           MOVE APT-INVOICE-DATE(AP-INDEX) TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO APL-INVOICE-DATE.
           MOVE APT-DUE-DATE(AP-INDEX)  TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO APL-DUE-DATE.
           MOVE APT-LINE-COUNT(AP-INDEX) TO APL-LINE-COUNT.
           MOVE APT-AMOUNT(AP-INDEX)    TO APL-AMOUNT.
           MOVE APPROVED-DETAIL-LINE    TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3500-WRITE-NEW-VOUCHERS.
      *----------------------------------------------------------*
           PERFORM 3550-WRITE-ONE-VOUCHER
               VARYING AV-INDEX FROM 1 BY 1
                   UNTIL AV-INDEX > VOUCHER-COUNT.
      *----------------------------------------------------------*
       3550-WRITE-ONE-VOUCHER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO AP-VOUCHER-RECORD.
           MOVE AVT-VENDOR-CODE(AV-INDEX)   TO AV-VENDOR-CODE.
           MOVE AVT-INVOICE-NO(AV-INDEX)    TO AV-INVOICE-NO.
           MOVE AVT-LINE-NO(AV-INDEX)       TO AV-LINE-NO.
           MOVE AVT-PO-NUMBER(AV-INDEX)     TO AV-PO-NUMBER.
           MOVE AVT-QTY(AV-INDEX)           TO AV-QTY.
           MOVE AVT-UNIT-PRICE(AV-INDEX)    TO AV-UNIT-PRICE.
           MOVE AVT-LINE-AMOUNT(AV-INDEX)   TO AV-LINE-AMOUNT.
           MOVE AVT-INVOICE-DATE(AV-INDEX)  TO AV-INVOICE-DATE.
           MOVE AVT-DUE-DATE(AV-INDEX)      TO AV-DUE-DATE.
           MOVE AVT-APPROVED-DATE(AV-INDEX) TO AV-APPROVED-DATE.
           MOVE AVT-STATUS(AV-INDEX)        TO AV-STATUS.
           MOVE AVT-PAID-DATE(AV-INDEX)     TO AV-PAID-DATE.
           MOVE AVT-VOUCHER-TYPE(AV-INDEX)  TO AV-VOUCHER-TYPE.
           MOVE AP-VOUCHER-RECORD       TO VOUCHER-NEW-RECORD.
           WRITE VOUCHER-NEW-RECORD.
      *----------------------------------------------------------*
       3600-RELEASE-UNPAID-VOUCHERS.
      *----------------------------------------------------------*
           PERFORM 3610-RELEASE-ONE-VOUCHER
               VARYING AV-INDEX FROM 1 BY 1
                   UNTIL AV-INDEX > VOUCHER-COUNT.
      *----------------------------------------------------------*
       3610-RELEASE-ONE-VOUCHER.
      *----------------------------------------------------------*
           IF  AVT-STATUS(AV-INDEX) = 'A'
               MOVE AVT-VENDOR-CODE(AV-INDEX)  TO SA-VENDOR-CODE
               MOVE AVT-DUE-DATE(AV-INDEX)     TO SA-DUE-DATE
               MOVE AVT-INVOICE-NO(AV-INDEX)   TO SA-INVOICE-NO
               MOVE AVT-INVOICE-DATE(AV-INDEX) TO SA-INVOICE-DATE
               MOVE AVT-LINE-AMOUNT(AV-INDEX)  TO SA-AMOUNT
               IF  AVT-VOUCHER-TYPE(AV-INDEX) = 'C'
                   COMPUTE SA-AMOUNT = ZERO - SA-AMOUNT
               END-IF
               RELEASE SORT-WORK-RECORD.
      *----------------------------------------------------------*
       3650-PRINT-PAYABLES-AGING.
      *----------------------------------------------------------*
           MOVE AGING-HEADING-1         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE AGING-HEADING-2         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3690-RETURN-ONE-VOUCHER.
           PERFORM 3660-AGE-ONE-VOUCHER
               UNTIL SORT-OUT-EOF.
           IF  WS-AGE-VENDOR-CODE NOT = SPACE
               PERFORM 3670-PRINT-AGED-INVOICE
               PERFORM 3680-PRINT-VENDOR-TOTAL.
           MOVE 'TOTAL UNPAID - ALL VENDORS'  TO ATL-CAPTION.
           MOVE WS-UNPAID-AMOUNT        TO ATL-TOTAL.
           PERFORM 3685-MOVE-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5.
           MOVE AGING-TOTAL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3660-AGE-ONE-VOUCHER.
      *----------------------------------------------------------*
           IF  SA-VENDOR-CODE NOT = WS-AGE-VENDOR-CODE
            OR SA-INVOICE-NO NOT = WS-AGE-INVOICE-NO
               IF  WS-AGE-VENDOR-CODE NOT = SPACE
                   PERFORM 3670-PRINT-AGED-INVOICE
                   IF  SA-VENDOR-CODE NOT = WS-AGE-VENDOR-CODE
                       PERFORM 3680-PRINT-VENDOR-TOTAL
                   END-IF
               END-IF
               MOVE SA-VENDOR-CODE      TO WS-AGE-VENDOR-CODE
               MOVE SA-INVOICE-NO       TO WS-AGE-INVOICE-NO
               MOVE SA-INVOICE-DATE     TO WS-AGE-INVOICE-DATE
               MOVE SA-DUE-DATE         TO WS-AGE-DUE-DATE
               MOVE ZERO                TO WS-AGE-AMOUNT.
           ADD SA-AMOUNT                TO WS-AGE-AMOUNT.
           PERFORM 3690-RETURN-ONE-VOUCHER.
      *----------------------------------------------------------*
       3670-PRINT-AGED-INVOICE.
      *----------------------------------------------------------*
           COMPUTE WS-DAYS-PAST =
               WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(WS-AGE-DUE-DATE).
           EVALUATE TRUE
               WHEN WS-DAYS-PAST NOT > ZERO
                   MOVE 1               TO WS-BUCKET-SUB
               WHEN WS-DAYS-PAST NOT > 30
                   MOVE 2               TO WS-BUCKET-SUB
               WHEN WS-DAYS-PAST NOT > 60
                   MOVE 3               TO WS-BUCKET-SUB
               WHEN WS-DAYS-PAST NOT > 90
                   MOVE 4               TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 5               TO WS-BUCKET-SUB
           END-EVALUATE.
           MOVE SPACE                   TO AGING-DETAIL-LINE.
           MOVE WS-AGE-VENDOR-CODE      TO AGL-VENDOR-CODE.
           MOVE WS-AGE-INVOICE-NO       TO AGL-INVOICE-NO.
           MOVE WS-AGE-INVOICE-DATE     TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO AGL-INVOICE-DATE.
           MOVE WS-AGE-DUE-DATE         TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO AGL-DUE-DATE.
           MOVE WS-DAYS-PAST            TO AGL-DAYS-PAST.
           MOVE WS-AGE-AMOUNT           TO AGL-BUCKET(WS-BUCKET-SUB).
           MOVE AGING-DETAIL-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           ADD WS-AGE-AMOUNT            TO WS-VENDOR-TOTAL
                                           WS-UNPAID-AMOUNT
                                  WS-VENDOR-BUCKET(WS-BUCKET-SUB)
                                  WS-GRAND-BUCKET(WS-BUCKET-SUB).
      *----------------------------------------------------------*
       3680-PRINT-VENDOR-TOTAL.
      *----------------------------------------------------------*
           MOVE SPACE                   TO AGING-TOTAL-LINE.
           STRING '   TOTAL VENDOR ' WS-AGE-VENDOR-CODE
               DELIMITED BY SIZE INTO ATL-CAPTION.
           MOVE WS-VENDOR-TOTAL         TO ATL-TOTAL.
           PERFORM 3682-MOVE-VENDOR-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5.
           MOVE AGING-TOTAL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE ZERO                    TO WS-VENDOR-TOTAL.
      *----------------------------------------------------------*
       3682-MOVE-VENDOR-BUCKET.
      *----------------------------------------------------------*
           MOVE WS-VENDOR-BUCKET(WS-BUCKET-SUB)
                                        TO ATL-BUCKET(WS-BUCKET-SUB).
           MOVE ZERO                TO WS-VENDOR-BUCKET(WS-BUCKET-SUB).
      *----------------------------------------------------------*
       3685-MOVE-GRAND-BUCKET.
      *----------------------------------------------------------*
           MOVE WS-GRAND-BUCKET(WS-BUCKET-SUB)
                                        TO ATL-BUCKET(WS-BUCKET-SUB).
      *----------------------------------------------------------*
       3690-RETURN-ONE-VOUCHER.
      *----------------------------------------------------------*
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y'          TO SORT-OUT-EOF-SW.
      *----------------------------------------------------------*
       3800-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-INVOICE-COUNT        TO TL1-INVOICE-COUNT.
           MOVE WS-APPROVED-COUNT       TO TL1-APPROVED-COUNT.
           MOVE WS-HELD-COUNT           TO TL1-HELD-COUNT.
           MOVE WS-EXCEPTION-COUNT      TO TL1-EXCEPTION-COUNT.
           MOVE WS-CREDIT-COUNT         TO TL1-CREDIT-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           MOVE WS-APPROVED-AMOUNT      TO TL2-APPROVED-AMOUNT.
           MOVE WS-PAYMENT-COUNT        TO TL2-PAYMENT-COUNT.
           MOVE WS-UNPAID-AMOUNT        TO TL2-UNPAID-AMOUNT.
           MOVE TRAILER-2               TO PRINT-LINE.
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
           CLOSE   PO-MASTER-FILE
                   RECEIPT-HIST-FILE
                   VENDOR-INVOICE-FILE
                   VOUCHER-OLD-FILE
                   VOUCHER-NEW-FILE
                   AP-PAYMENT-FILE
                   VENDOR-CREDIT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'APMATCH - INVOICES READ    : ' WS-INVOICE-COUNT.
           DISPLAY 'APMATCH - INVOICES APPROVED: ' WS-APPROVED-COUNT.
           DISPLAY 'APMATCH - INVOICES HELD    : ' WS-HELD-COUNT.
           DISPLAY 'APMATCH - EXCEPTIONS       : ' WS-EXCEPTION-COUNT.
           DISPLAY 'APMATCH - PAYMENTS APPLIED : ' WS-PAYMENT-COUNT.
           DISPLAY 'APMATCH - CREDIT MEMOS     : ' WS-CREDIT-COUNT.
           DISPLAY 'APMATCH - CREDIT AMOUNT    : ' WS-CREDIT-AMOUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  TABLE OVERFLOW - APMATCH                *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF APMATCH                  *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   PO-MASTER-FILE
                   RECEIPT-HIST-FILE
                   VENDOR-INVOICE-FILE
                   VOUCHER-OLD-FILE
                   VOUCHER-NEW-FILE
                   AP-PAYMENT-FILE
                   VENDOR-CREDIT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8000-READ-PO-MASTER.
      *----------------------------------------------------------*
           READ PO-MASTER-FILE
               AT END MOVE 'Y'          TO PO-EOF-SW.
      *----------------------------------------------------------*
       8010-READ-RECEIPT-HIST.
      *----------------------------------------------------------*
           READ RECEIPT-HIST-FILE
               AT END MOVE 'Y'          TO RECEIPT-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-VENDOR-INVOICE.
      *----------------------------------------------------------*
           READ VENDOR-INVOICE-FILE
               AT END MOVE 'Y'          TO INVOICE-EOF-SW.
      *----------------------------------------------------------*
       8030-READ-OLD-VOUCHER.
      *----------------------------------------------------------*
           READ VOUCHER-OLD-FILE
               AT END MOVE 'Y'          TO VOUCHER-EOF-SW.
      *----------------------------------------------------------*
       8040-READ-PAYMENT.
      *----------------------------------------------------------*
           READ AP-PAYMENT-FILE
               AT END MOVE 'Y'          TO PAYMENT-EOF-SW.
      *----------------------------------------------------------*
       8050-READ-CREDIT-MEMO.
      *----------------------------------------------------------*
           READ VENDOR-CREDIT-FILE
               AT END MOVE 'Y'          TO CREDIT-EOF-SW.
