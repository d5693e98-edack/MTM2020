      *---------------------------------------------------------------*
       01  INVENTORY-COST-RECORD.
      *---------------------------------------------------------------*
      *    WEIGHTED AVERAGE COST - ONE RECORD PER INSTRUMENT TYPE AND
      *    QUALITY.  PORECPT RE-AVERAGES IC-AVG-UNIT-COST ON EVERY
      *    RECEIPT FROM THE PO AGREED COST AND ADDS THE UNITS TO THE
      *    VENDOR'S SLOT; A RETURN TAKES THEM BACK OFF.  THE VENDOR
      *    SLOTS ARE USED TO SPLIT THE ON-HAND STOCK BY VENDOR - A
      *    SIXTH VENDOR'S UNITS ARE CARRIED IN THE LAST SLOT.  INVVALU
      *    KEEPS THE ON-HAND QUANTITY AND VALUE AT THE LAST MONTH-END
      *    (THE GL INVENTORY BALANCE IS THE SUM OF IC-LAST-VALUE) AND
      *    THE DATE THE ITEM LAST MOVED.
           05  IC-INSTRUMENT-TYPE      PIC X(06).
           05  IC-INSTRUMENT-QUALITY   PIC X(01).
           05  IC-AVG-UNIT-COST        PIC 9(07)V99.
           05  IC-LAST-RECEIPT-DATE    PIC 9(08).
           05  IC-LAST-MOVE-DATE       PIC 9(08).
           05  IC-LAST-ON-HAND-QTY     PIC 9(05).
           05  IC-LAST-VALUE           PIC 9(09)V99.
           05  IC-VENDOR-SLOT OCCURS 5 TIMES.
               10  IC-VENDOR-CODE      PIC X(03).
               10  IC-VENDOR-QTY       PIC 9(05).
           05  FILLER                  PIC X(12).
