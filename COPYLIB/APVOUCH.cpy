      *---------------------------------------------------------------*
       01  AP-VOUCHER-RECORD.
      *---------------------------------------------------------------*
      *    APPROVED-TO-PAY VOUCHER - ONE RECORD PER VENDOR INVOICE
      *    LINE THAT PASSED THE THREE-WAY MATCH IN APMATCH (PO PRICE,
      *    RECEIPT QUANTITY, INVOICE).  A VOUCHER STAYS A (APPROVED)
      *    UNTIL THE PAYMENT COMES BACK ON APPAYMT, THEN P (PAID).
      *    THE FILE IS KEPT WHOLE SO A VENDOR INVOICE NUMBER IS NEVER
      *    PAID TWICE AND EACH PO'S BILLED QUANTITY IS KNOWN.  A
      *    VENDOR CREDIT MEMO FOR RETURNED GOODS IS CARRIED AS TYPE
      *    C UNDER ITS MEMO NUMBER; ITS QUANTITY AND AMOUNT ARE
      *    NETTED AGAINST THE VENDOR'S INVOICES.
           05  AV-VENDOR-CODE          PIC X(03).
           05  AV-INVOICE-NO           PIC X(10).
           05  AV-LINE-NO              PIC 9(03).
           05  AV-PO-NUMBER            PIC X(08).
           05  AV-QTY                  PIC 9(05).
           05  AV-UNIT-PRICE           PIC 9(07)V99.
           05  AV-LINE-AMOUNT          PIC 9(07)V99.
           05  AV-INVOICE-DATE         PIC 9(08).
           05  AV-DUE-DATE             PIC 9(08).
           05  AV-APPROVED-DATE        PIC 9(08).
           05  AV-STATUS               PIC X(01).
               88  AV-APPROVED             VALUE 'A'.
               88  AV-PAID                 VALUE 'P'.
           05  AV-PAID-DATE            PIC 9(08).
           05  AV-VOUCHER-TYPE         PIC X(01).
               88  AV-INVOICE-VOUCHER      VALUE SPACE.
               88  AV-CREDIT-MEMO          VALUE 'C'.
           05  FILLER                  PIC X(19).
