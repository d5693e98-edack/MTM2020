      *---------------------------------------------------------------*
       01  DISPUTE-CASE-RECORD.
      *---------------------------------------------------------------*
      *    ONE CASE PER DISPUTED ITEM, KEYED BY ACCOUNT AND THE RUN
      *    DATE/TIME STAMP OF THE ACCTAUDT IMAGE THAT CARRIED IT.
      *    CASE STEPS ARRIVE AS Q TRANSACTIONS THROUGH ACCTMNT:
      *    O OPEN, P PROVISIONAL CREDIT, M MERCHANT RESPONSE,
      *    C RESOLVED CUSTOMER WINS, B RESOLVED BANK WINS.  THE
      *    DEADLINE IS SET AT OPEN FROM THE REGULATORY RESOLUTION
      *    PERIOD; DSPAGE AGES OPEN CASES AGAINST IT DAILY.
           05  DC-CASE-KEY.
               10  DC-ACCT-NO          PIC X(08).
               10  DC-AUDIT-DATE       PIC 9(08).
               10  DC-AUDIT-TIME       PIC 9(08).
           05  DC-CASE-STATUS          PIC X(01).
               88  DC-CASE-OPEN            VALUE 'O'.
               88  DC-MERCHANT-RESPONDED   VALUE 'M'.
               88  DC-CUSTOMER-WON         VALUE 'C'.
               88  DC-BANK-WON             VALUE 'B'.
               88  DC-CASE-ACTIVE          VALUE 'O' 'M'.
           05  DC-REASON-CODE          PIC X(02).
           05  DC-OPEN-DATE            PIC 9(08).
           05  DC-DEADLINE-DATE        PIC 9(08).
           05  DC-DISPUTE-AMT          PIC S9(7)V99 COMP-3.
           05  DC-PROV-CREDIT-AMT      PIC S9(7)V99 COMP-3.
           05  DC-PROV-CREDIT-DATE     PIC 9(08).
           05  DC-MERCHANT-DATE        PIC 9(08).
           05  DC-MERCHANT-RESPONSE    PIC X(20).
           05  DC-RESOLVED-DATE        PIC 9(08).
           05  DC-LAST-OPERATOR-ID     PIC X(08).
           05  FILLER                  PIC X(17).
