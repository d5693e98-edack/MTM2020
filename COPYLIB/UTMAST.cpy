      *------------------------------------------------------*
       01  UM-MASTER-RECORD.
      *------------------------------------------------------*
      *    UTILITY CUSTOMER MASTER (ISAM-FILE), KEYED BY ACCOUNT.
      *    THE FIRST 80 BYTES ARE THE FAN-OUT IMAGE TREI0012
      *    BUILDS FROM SAM-FILE.  THE RECEIVABLES SECTION IS
      *    CARRIED FORWARD BY TREI0012 FROM RUN TO RUN: EACH NEW
      *    BILL NUMBER ROLLS THE OPEN BALANCE INTO THE PRIOR
      *    BALANCE AND ADDS THE BILL TO THE BILL LEDGER, MOST
      *    RECENT FIRST.  TREI0014 APPLIES PAYMENTS AGAINST THE
      *    LEDGER OPEN AMOUNTS AND THE OPEN BALANCE, AND TREI0015
      *    AGES WHAT REMAINS OPEN.
           05  UM-FANOUT-IMAGE.
               10  UM-ACCNT-NMBER      PIC X(05).
               10  UM-CLIENT-NMBER     PIC X(20).
               10  UM-ADDRESS          PIC X(20).
               10  UM-BILL-NMBER       PIC X(05).
               10  UM-ENERGY-ACCNT     PIC X(05).
               10  UM-DSKF-NMBER       PIC X(05).
               10  UM-GAS-ACCNT        PIC X(05).
               10  UM-BILLING-AMOUNT   PIC S9(5)V99 COMP-3.
               10  UM-ENERGY-CHARGE    PIC S9(5)V99 COMP-3.
               10  UM-GAS-CHARGE       PIC S9(5)V99 COMP-3.
               10  FILLER              PIC X(03).
           05  UM-RECEIVABLES.
               10  UM-LAST-BILL-NMBER  PIC X(05).
               10  UM-LAST-BILL-DATE   PIC 9(08).
               10  UM-DUE-DATE         PIC 9(08).
               10  UM-PRIOR-BALANCE    PIC S9(7)V99 COMP-3.
               10  UM-BILL-PAYMENTS    PIC S9(7)V99 COMP-3.
               10  UM-OPEN-BALANCE     PIC S9(7)V99 COMP-3.
               10  UM-PAYMENTS-SINCE-BILL
                                       PIC S9(7)V99 COMP-3.
               10  UM-LAST-PAYMENT-DATE
                                       PIC 9(08).
               10  UM-BILL-LEDGER      OCCURS 6 TIMES.
                   15  UM-LEDGER-BILL-NMBER PIC X(05).
                   15  UM-LEDGER-BILL-DATE  PIC 9(08).
                   15  UM-LEDGER-AMOUNT     PIC S9(5)V99 COMP-3.
                   15  UM-LEDGER-OPEN       PIC S9(5)V99 COMP-3.
      *    MAINTENANCE BY TREI0016.  A MAINTAINED CLIENT, ADDRESS
      *    OR SERVICE ACCOUNT IS HELD AGAINST THE SAM-FILE FAN-OUT
      *    UNTIL THE FEED CARRIES THE SAME VALUES.
           05  UM-MAINTENANCE.
               10  UM-ACCOUNT-STATUS   PIC X(01).
                   88  UM-ACCOUNT-CLOSED   VALUE 'C'.
               10  UM-CLOSE-DATE       PIC 9(08).
               10  UM-MAINT-HOLD-SW    PIC X(01).
                   88  UM-MAINT-HELD       VALUE 'Y'.
               10  UM-MAINT-DATE       PIC 9(08).
               10  UM-MAINT-TIME       PIC 9(06).
               10  UM-MAINT-OPERATOR   PIC X(08).
               10  UM-MAINT-TRANS-CODE PIC X(01).
               10  FILLER              PIC X(12).
