      *    FEE SCHEDULE - MIDTERM PAYS THE LESSER OF BILLED AND THE
      *    SCHEDULED ALLOWED AMOUNT FOR THE PROCEDURE AND TYPE.
           05  CLAIM-PROC-CODE                    PIC X(03) VALUE SPACE.
      *    DATE THE CLAIM WAS RECEIVED, CAPTURED BY MKFIXED (RUN DATE
      *    WHEN THE SUBMISSION CARRIES NONE).  MIDTERM MEASURES THE
      *    PROMPT-PAY CLOCK FROM HERE TO THE DATE THE CLAIM IS PAID.
           05  CLAIM-RECEIVED-DATE                PIC 9(08) VALUE ZERO.
           05  CLAIM-RECEIVED-DATE-X       REDEFINES
                   CLAIM-RECEIVED-DATE            PIC X(08).
           05  CLAIM-RECEIVED-PERIOD       REDEFINES
                   CLAIM-RECEIVED-DATE.
               10  CLAIM-RECEIVED-YEAR            PIC 9(04).
               10  CLAIM-RECEIVED-MONTH           PIC 9(02).
               10  CLAIM-RECEIVED-DAY             PIC 9(02).
      *    ASSIGNMENT OF BENEFITS - Y WHEN THE INSURED HAS ASSIGNED
      *    PAYMENT TO THE PROVIDER IN CLAIM-PROVIDER-CODE.  MIDTERM
      *    PAYS ASSIGNED CLAIMS TO THE PROVIDER ON ONE CONSOLIDATED
      *    REMITTANCE PER RUN INSTEAD OF TO THE INSURED.
           05  CLAIM-ASSIGN-BENEFITS              PIC X(01) VALUE SPACE.
               88  CLAIM-BENEFITS-ASSIGNED                VALUE 'Y'.
           05  FILLER                             PIC X(11) VALUE SPACE.
