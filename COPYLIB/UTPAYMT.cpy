      *------------------------------------------------------*
       01  PY-PAYMENT-RECORD.
      *------------------------------------------------------*
      *    UTILITY PAYMENT FROM THE LOCKBOX OR BANK FILE, ONE
      *    RECORD PER PAYMENT, APPLIED BY TREI0014 TO THE BILL
      *    NAMED ON THE REMITTANCE.
           05  PY-ACCNT-NMBER          PIC X(05).
           05  PY-BILL-NMBER           PIC X(05).
           05  PY-AMOUNT               PIC 9(05)V99.
           05  PY-PAY-DATE             PIC 9(08).
           05  PY-SOURCE               PIC X(01).
               88  PY-LOCKBOX              VALUE 'L'.
               88  PY-BANK                 VALUE 'B'.
           05  PY-REFERENCE            PIC X(12).
           05  FILLER                  PIC X(42).
