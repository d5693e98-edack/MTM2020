      *---------------------------------------------------------------*
       01  VENDOR-CREDIT-MEMO-RECORD.
      *---------------------------------------------------------------*
      *    VENDOR CREDIT MEMO - ONE RECORD PER RETURN AUTHORIZATION
      *    (RMA) POSTED BY PORECPT.  THE MEMO NUMBER IS THE RMA
      *    NUMBER.  APMATCH NETS EACH NEW MEMO AGAINST THE VENDOR'S
      *    PAYABLES AS A CREDIT VOUCHER AND TAKES THE RETURNED
      *    QUANTITY OFF THE PO'S RECEIVED QUANTITY; RMAREG LISTS
      *    THE MONTH'S RETURNS BY VENDOR AND REASON.  THE FILE IS
      *    KEPT WHOLE AND ADDED TO ON EVERY PORECPT RUN.
           05  CM-VENDOR-CODE          PIC X(03).
           05  CM-MEMO-NO              PIC X(10).
           05  CM-PO-NUMBER            PIC X(08).
           05  CM-RETURN-DATE          PIC 9(08).
           05  CM-QTY-RETURNED         PIC 9(05).
           05  CM-UNIT-COST            PIC 9(07)V99.
           05  CM-CREDIT-AMOUNT        PIC 9(07)V99.
           05  CM-REASON               PIC X(01).
               88  CM-DAMAGED              VALUE 'D'.
               88  CM-WRONG-ITEM           VALUE 'W'.
               88  CM-QUALITY              VALUE 'Q'.
           05  CM-REPLACE-FLAG         PIC X(01).
               88  CM-REPLACEMENT-DUE      VALUE 'Y'.
           05  CM-INSTRUMENT           PIC 9(06).
           05  CM-INSTRUMENT-QUALITY   PIC X(01).
           05  CM-POSTED-DATE          PIC 9(08).
           05  FILLER                  PIC X(11).
