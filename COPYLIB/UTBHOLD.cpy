      *------------------------------------------------------*
       01  BH-BILL-HOLD.
      *------------------------------------------------------*
      *    UTILITY BILLS HELD FROM THE PRINT RUN BY THE
      *    PRE-BILLING REVIEW (TREI0017), ONE RECORD PER BILL.
      *    A HELD BILL IS CARRIED FORWARD FROM RUN TO RUN UNTIL
      *    A BILLING CLERK RELEASES IT ('R', PRINTED BY THE NEXT
      *    TREI0013) OR SENDS IT FOR A RE-READ ('X', NOT
      *    PRINTED).  THE BILL IS KEPT AS TREI0012 WROTE IT TO
      *    DISKFIL, WITH ITS TREI0011 BILL DETAIL, SO THAT IT
      *    CAN STILL BE PRINTED WHEN RELEASED.
           05  BH-KEY.
               10  BH-ACCNT-NMBER      PIC X(05).
               10  BH-BILL-NMBER       PIC X(05).
           05  BH-HOLD-DATE            PIC 9(08).
           05  BH-HOLD-CODE            PIC X(01).
               88  BH-HIGH-BILL            VALUE 'H'.
               88  BH-HIGH-USAGE           VALUE 'U'.
               88  BH-ZERO-USAGE           VALUE 'Z'.
               88  BH-NEGATIVE-USAGE       VALUE 'N'.
           05  BH-HOLD-REASON          PIC X(30).
           05  BH-BILL-AMOUNT          PIC 9(05)V99.
           05  BH-AVERAGE-AMOUNT       PIC 9(05)V99.
           05  BH-STATUS               PIC X(01).
               88  BH-HELD                 VALUE 'H'.
               88  BH-RELEASED             VALUE 'R'.
               88  BH-SENT-FOR-REREAD      VALUE 'X'.
           05  BH-ACTION-DATE          PIC 9(08).
           05  BH-CLERK-ID             PIC X(08).
           05  BH-DISKFIL-IMAGE        PIC X(80).
           05  BH-DETAIL-IMAGE         PIC X(150).
           05  FILLER                  PIC X(10).
