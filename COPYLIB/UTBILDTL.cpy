      *------------------------------------------------------*
       01  UB-BILL-DETAIL.
      *------------------------------------------------------*
      *    UTILITY BILL DETAIL, ONE RECORD PER ACCOUNT BILLED BY
      *    TREI0011 IN THE CYCLE.  SERVICE 1 IS ENERGY AND
      *    SERVICE 2 IS GAS; A SERVICE THE ACCOUNT DOES NOT TAKE
      *    HAS A BLANK READ TYPE.  READ TYPE 'A' IS AN ACTUAL
      *    READ, 'E' A METER-READER ESTIMATE AND 'S' A SYSTEM
      *    ESTIMATE FROM USAGE HISTORY (NO READ THIS CYCLE).
      *    READ BELOW IS SET WHEN THE READ WAS UNDER THE READING
      *    LAST BILLED, SO THE USAGE WOULD HAVE BEEN NEGATIVE.
           05  UB-ACCNT-NMBER          PIC X(05).
           05  UB-BILL-NMBER           PIC X(05).
           05  UB-CYCLE-DATE           PIC 9(08).
           05  UB-ESTIMATED-SW         PIC X(01).
               88  UB-BILL-ESTIMATED       VALUE 'Y'.
           05  UB-SERVICE              OCCURS 2 TIMES.
               10  UB-SERVICE-CODE     PIC X(01).
               10  UB-SERVICE-ACCNT    PIC X(05).
               10  UB-READ-TYPE        PIC X(01).
                   88  UB-ACTUAL-READ      VALUE 'A'.
                   88  UB-METER-ESTIMATE   VALUE 'E'.
                   88  UB-SYSTEM-ESTIMATE  VALUE 'S'.
                   88  UB-NO-SERVICE       VALUE ' '.
               10  UB-READ-DATE        PIC 9(08).
               10  UB-PRIOR-READING    PIC 9(07).
               10  UB-CURRENT-READING  PIC 9(07).
               10  UB-USAGE            PIC 9(07).
               10  UB-FIXED-CHARGE     PIC 9(03)V99.
               10  UB-USAGE-CHARGE     PIC 9(05)V99.
               10  UB-SERVICE-CHARGE   PIC 9(05)V99.
               10  UB-READ-BELOW-SW    PIC X(01).
                   88  UB-READ-BELOW-BILLED VALUE 'Y'.
           05  UB-TOTAL-CHARGE         PIC 9(05)V99.
           05  FILLER                  PIC X(12).
