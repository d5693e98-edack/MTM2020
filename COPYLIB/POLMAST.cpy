               88  PM-BILL-MONTHLY         VALUE 'M'.
               88  PM-BILL-QUARTERLY       VALUE 'Q'.
               88  PM-BILL-ANNUAL          VALUE 'A'.
      *    PRODUCER (AGENT) WHO WROTE THE POLICY - BLANK FOR HOUSE
      *    BUSINESS - AND THE DATE IT WAS FIRST ISSUED, WHICH SPLITS
      *    FIRST-YEAR FROM RENEWAL PREMIUM FOR COMMISSION.
           05  PM-PRODUCER-CODE        PIC X(05).
           05  PM-ISSUE-DATE           PIC 9(08).
      *    EMPLOYER GROUP THE INSURED IS ENROLLED THROUGH - BLANK FOR
      *    AN INDIVIDUAL POLICY.  MAINTAINED FROM THE GROUP
      *    ENROLLMENT FEED BY GRPENRL.
           05  PM-GROUP-ID             PIC X(06).
           05  FILLER                  PIC X(02).
