      *------------------------------------------------------*
       01  BR-BILL-RELEASE.
      *------------------------------------------------------*
      *    BILLING CLERK ACTION ON A BILL HELD BY THE
      *    PRE-BILLING REVIEW, APPLIED BY TREI0017.  'R' RELEASES
      *    THE BILL TO PRINT AS CALCULATED; 'X' WITHDRAWS IT FOR
      *    A RE-READ OF THE METER.
           05  BR-ACCNT-NMBER          PIC X(05).
           05  BR-BILL-NMBER           PIC X(05).
           05  BR-ACTION               PIC X(01).
               88  BR-RELEASE              VALUE 'R'.
               88  BR-REREAD               VALUE 'X'.
           05  BR-CLERK-ID             PIC X(08).
           05  FILLER                  PIC X(61).
