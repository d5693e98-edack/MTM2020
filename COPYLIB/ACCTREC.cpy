      *    BLANK-PARM (FULL) RUN.  CYCASSN ASSIGNS CYCLES IN BULK
      *    AT CUTOVER; ACCTMNT MAINTAINS THEM ONE BY ONE AFTER.
           05  ACCT-CYCLE-DAY           PIC X(02).
      *    ACCOUNT STANDING.  SPACE = ACTIVE IN THE NORMAL BOOK;
      *    R = CHARGED OFF BY DELQAGE AND HELD FOR RECOVERY;
      *    P = CLOSE REQUESTED ON ACCTMNT, WAITING FOR THE BALANCE
      *    TO REACH ZERO; C = CLOSED BY ACCTCLOS.  CLOSED ACCOUNTS
      *    STAY ON THE MASTER FOR HISTORY AND BUREAU REPORTING.
      *    ACCT-STATUS-DATE IS THE DATE THE STANDING LAST CHANGED.
           05  ACCT-STATUS              PIC X(01).
               88  ACCT-ACTIVE              VALUE SPACE.
               88  ACCT-RECOVERY            VALUE 'R'.
               88  ACCT-PENDING-CLOSE       VALUE 'P'.
               88  ACCT-CLOSED              VALUE 'C'.
           05  ACCT-STATUS-DATE         PIC 9(08).
      *    PAYMENT DUE AND DELINQUENCY.  ACCTSTMT SETS THE CYCLE'S
      *    MINIMUM AND DUE DATE; ACCTPOST ADDS EVERY PAYMENT TO
      *    ACCT-UNAPPLIED-PAY; DELQAGE APPLIES THOSE PAYMENTS TO
      *    THE PAST-DUE AMOUNT FIRST AND THEN THE CURRENT MINIMUM,
      *    ROLLS AN UNPAID MINIMUM INTO PAST DUE ON THE DUE DATE,
      *    AND AGES FROM ACCT-DELINQ-DATE (OLDEST MISSED DUE DATE).
      *    BUCKET 0 = CURRENT, 1 = 30, 2 = 60, 3 = 90, 4 = 120+.
           05  ACCT-MIN-PAY-DUE         PIC S9(7)V99 COMP-3.
           05  ACCT-PAY-DUE-DATE        PIC 9(08).
           05  ACCT-PAST-DUE-AMT        PIC S9(7)V99 COMP-3.
           05  ACCT-UNAPPLIED-PAY       PIC S9(7)V99 COMP-3.
           05  ACCT-DELINQ-DATE         PIC 9(08).
           05  ACCT-DAYS-PAST-DUE       PIC 9(03).
           05  ACCT-DELINQ-BUCKET       PIC 9(01).
      *    CREDIT-BALANCE REFUND ON A PENDING-CLOSE ACCOUNT.  ACCTCLOS
      *    SETS THE AMOUNT AND DATE WHEN IT WRITES THE REFUNDFL
      *    DISBURSEMENT; ACCTPOST CLEARS IT AS THE OFFSETTING
      *    ADJUSTMENT POSTS.
           05  ACCT-REFUND-PENDING      PIC S9(7)V99 COMP-3.
           05  ACCT-REFUND-DATE         PIC 9(08).
           05  FILLER                   PIC X(24).
