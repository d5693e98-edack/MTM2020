      *---------------------------------------------------------------*
       01  CLAIM-HIST-RECORD.
      *---------------------------------------------------------------*
      *    KEYED CLAIMS HISTORY, LOADED BY CLMHLOAD AND READ BY THE
      *    CLMINQ INQUIRY.  ONE RECORD PER CLAIM, KEYED BY POLICY AND
      *    BENEFIT DATE WITH A SEQUENCE FOR SEVERAL CLAIMS ON ONE DATE.
      *    THE RECORD FOLLOWS THE CLAIM FROM SUSPENSE THROUGH PAYMENT
      *    OR REJECTION AND ANY APPEAL - EACH STAGE KEEPS ITS OWN DATE
      *    SO THE WHOLE LIFE OF THE CLAIM CAN BE SHOWN.
           05  CH-KEY.
               10  CH-POLICY-NO        PIC X(07).
               10  CH-BENEFIT-DATE     PIC 9(08).
               10  CH-CLAIM-SEQ        PIC 9(03).
           05  CH-LAST-NAME            PIC X(15).
           05  CH-FIRST-NAME           PIC X(10).
           05  CH-POLICY-TYPE          PIC 9(01).
           05  CH-RECEIVED-DATE        PIC 9(08).
           05  CH-CLAIM-AMOUNT         PIC 9(07)V99.
           05  CH-DED-APPLIED          PIC 9(07)V99.
           05  CH-AMOUNT-PAID          PIC 9(07)V99.
           05  CH-INTEREST-AMT         PIC 9(07)V99.
           05  CH-DISPOSITION          PIC X(01).
               88  CH-SUSPENDED            VALUE 'S'.
               88  CH-PAID                 VALUE 'P'.
               88  CH-REJECTED             VALUE 'R'.
               88  CH-VOIDED               VALUE 'V'.
               88  CH-HELD                 VALUE 'H'.
           05  CH-PAID-DATE            PIC 9(08).
           05  CH-REJECT-DATE          PIC 9(08).
           05  CH-REJECT-REASON        PIC X(20).
           05  CH-SUSPENSE-DATE        PIC 9(08).
           05  CH-SUSPENSE-CODE        PIC X(02).
           05  CH-APPEAL-STATUS        PIC X(01).
               88  CH-NO-APPEAL            VALUE SPACE.
               88  CH-APPEAL-OPEN          VALUE 'N'.
               88  CH-APPEAL-LODGED        VALUE 'A'.
               88  CH-APPEAL-UPHELD        VALUE 'U'.
               88  CH-APPEAL-OVERTURNED    VALUE 'O'.
           05  CH-APPEAL-DEADLINE      PIC 9(08).
           05  CH-LAST-UPDATE          PIC 9(08).
      *    A PAID CLAIM LATER VOIDED (DISPOSITION V) OR ADJUSTED DOWN
      *    BY MIDTERM KEEPS THE BENEFIT FIRST PAID; CH-AMOUNT-PAID
      *    THEN HOLDS THE CORRECTED BENEFIT AND THE OVERPAYMENT TO BE
      *    RECOVERED FROM THE INSURED IS IN CH-RECOVERY-AMT.
           05  CH-ADJUST-TYPE          PIC X(01).
               88  CH-NOT-ADJUSTED         VALUE SPACE.
               88  CH-ADJUST-VOID          VALUE 'V'.
               88  CH-ADJUST-CORRECTED     VALUE 'A'.
           05  CH-ADJUST-DATE          PIC 9(08).
           05  CH-ORIGINAL-PAID        PIC 9(07)V99.
           05  CH-RECOVERY-AMT         PIC 9(07)V99.
      *    THE PROVIDER WHO TREATED THE INSURED AND WHETHER IT WAS IN
      *    OUR NETWORK (I), OUT OF IT (O) OR NOT NAMED (SPACE) WHEN
      *    THE CLAIM WAS PAID.  CH-OON-COST IS WHAT BEING OUT OF
      *    NETWORK COST THE INSURED - THE CUT IN THE ALLOWED AMOUNT
      *    PLUS THE EXTRA COINSURANCE.
           05  CH-PROVIDER-CODE        PIC X(03).
           05  CH-NETWORK-STATUS       PIC X(01).
               88  CH-IN-NETWORK           VALUE 'I'.
               88  CH-OUT-OF-NETWORK       VALUE 'O'.
           05  CH-OON-COST             PIC 9(07)V99.
           05  FILLER                  PIC X(08).
