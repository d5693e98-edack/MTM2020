      *------------------------------------------------------*
       01  UH-USAGE-RECORD.
      *------------------------------------------------------*
      *    UTILITY USAGE HISTORY, ONE RECORD PER ENERGY OR GAS
      *    SERVICE ACCOUNT, CARRIED CYCLE TO CYCLE BY TREI0011.
      *    THE LAST READING IS THE READING THE CUSTOMER HAS BEEN
      *    BILLED THROUGH, ACTUAL OR ESTIMATED.  UP TO SIX
      *    MONTHS OF BILLED USAGE ARE KEPT, MOST RECENT FIRST.
           05  UH-KEY.
               10  UH-SERVICE          PIC X(01).
               10  UH-SERVICE-ACCNT    PIC X(05).
           05  UH-LAST-READING         PIC 9(07).
           05  UH-LAST-READ-DATE       PIC 9(08).
           05  UH-LAST-READ-TYPE       PIC X(01).
               88  UH-LAST-READ-ACTUAL     VALUE 'A'.
           05  UH-MONTHS-KEPT          PIC 9(01).
           05  UH-USAGE                PIC 9(07) OCCURS 6 TIMES.
           05  UH-ESTIMATE-COUNT       PIC 9(02).
           05  FILLER                  PIC X(13).
