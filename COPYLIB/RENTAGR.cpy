      *---------------------------------------------------------------*
       01  RENTAL-AGREEMENT-RECORD.
      *---------------------------------------------------------------*
      *    INSTRUMENT RENTAL AGREEMENT - ONE RECORD PER AGREEMENT.
      *    RENTMNT OPENS THE AGREEMENT WHEN THE INSTRUMENTS LEAVE
      *    INVFILE STOCK AND MARKS IT RETURNED ON CHECK-IN; THE
      *    RECORD STAYS ON THE MASTER FOR HISTORY.  THE MONTHLY RATE
      *    IS FOR THE WHOLE AGREEMENT.  RENTBILL CHARGES THE RATE
      *    ONCE FOR EVERY MONTH THE INSTRUMENTS ARE OUT AND KEEPS THE
      *    LAST PERIOD BILLED (YYYYMM) SO A MONTH IS NEVER CHARGED
      *    TWICE.
           05  RN-AGREEMENT-NO         PIC X(08).
           05  RN-ARTIST-ACCT-NO       PIC X(08).
           05  RN-INSTRUMENT-TYPE      PIC X(06).
           05  RN-INSTRUMENT-QUALITY   PIC X(01).
           05  RN-RENTED-QTY           PIC 9(03).
           05  RN-START-DATE           PIC 9(08).
           05  RN-DUE-BACK-DATE        PIC 9(08).
           05  RN-MONTHLY-RATE         PIC 9(05)V99.
           05  RN-STATUS               PIC X(01).
               88  RN-OUT                  VALUE 'O'.
               88  RN-RETURNED             VALUE 'R'.
           05  RN-RETURNED-DATE        PIC 9(08).
           05  RN-LAST-BILLED-PERIOD   PIC 9(06).
           05  RN-TOTAL-BILLED         PIC 9(07)V99.
           05  FILLER                  PIC X(27).
