      *---------------------------------------------------------------*
       01  POST-TRAN-RECORD.
      *---------------------------------------------------------------*
      *    MONETARY POSTING TRANSACTION FOR ACCTPOST.  THE AMOUNT IS
      *    CARRIED POSITIVE FOR EVERY CODE BUT J; THE CODE SAYS WHICH
      *    WAY THE BALANCE MOVES.  J (MANUAL ADJUSTMENT) IS SIGNED:
      *    + RAISES THE BALANCE, - LOWERS IT.  R (REVERSAL) BACKS OUT
      *    AN EARLIER POSTING NAMED BY ITS ORIGINAL CODE AND REFERENCE
      *    AND MOVES THE BALANCE THE OPPOSITE WAY TO THAT CODE.
      *    FEEDERS PACKAGE THEIR POSTINGS AS H / DETAIL / T BATCHES;
      *    THE TRAILER HASH IS THE SUM OF THE DETAIL AMOUNTS IGNORING
      *    SIGN.
           05  PT-TRAN-CODE            PIC X(01).
               88  PT-PAYMENT              VALUE 'P'.
               88  PT-PURCHASE             VALUE 'D'.
               88  PT-REVERSAL             VALUE 'R'.
               88  PT-ADJUSTMENT           VALUE 'J'.
               88  PT-FEE                  VALUE 'F'.
               88  PT-INTEREST             VALUE 'I'.
               88  PT-BATCH-HEADER         VALUE 'H'.
               88  PT-BATCH-TRAILER        VALUE 'T'.
           05  PT-TRAN-BODY.
               10  PT-ACCT-NO          PIC X(08).
               10  PT-REF-NO           PIC X(07).
               10  PT-AMOUNT           PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
               10  PT-EFF-DATE         PIC 9(08).
               10  PT-ORIG-TRAN-CODE   PIC X(01).
               10  PT-ORIG-REF-NO      PIC X(07).
               10  PT-SOURCE-ID        PIC X(08).
               10  PT-DESCRIPTION      PIC X(20).
               10  FILLER              PIC X(10).
           05  PT-BATCH-DATA REDEFINES PT-TRAN-BODY.
               10  PT-BATCH-NUMBER     PIC X(06).
               10  PT-BATCH-TRAN-COUNT PIC 9(05).
               10  PT-BATCH-AMT-HASH   PIC 9(11)V99.
               10  FILLER              PIC X(55).
