      *---------------------------------------------------------------*
       01  PAY-HOLD-RECORD.
      *---------------------------------------------------------------*
      *    CLAIM PAYMENTS HELD BY MIDTERM FOR WATCH-LIST REVIEW, ONE
      *    RECORD PER CLAIM, 400-BYTE FIXED RECORDS.  THE PAYEE - THE
      *    INSURED OR THE PROVIDER THE BENEFITS WERE ASSIGNED TO - WAS
      *    A PROBABLE HIT ON THE WATCH-LIST ENTRY NAMED, SO THE CLAIM
      *    WAS PRICED BUT NOT PAID OR BOOKED.  THE RECORD IS CARRIED
      *    FORWARD FROM PAYHOLD TO PAYHOLDN RUN AFTER RUN UNTIL WLMAINT
      *    RELEASES THE CASE; THE NEXT MIDTERM THEN PAYS THE CLAIM.
      *    THE CLAIM IS KEPT AS PRICED, WITH THE EOB BUILT FOR IT, SO
      *    IT CAN BE PAID WITHOUT PRICING IT AGAIN.
           05  PH-ENTRY-ID             PIC X(08).
           05  PH-SUBJECT-KEY          PIC X(15).
           05  PH-PAYEE-TYPE           PIC X(01).
               88  PH-HELD-INSURED         VALUE 'I'.
               88  PH-HELD-PROVIDER        VALUE 'P'.
           05  PH-HOLD-DATE            PIC 9(08).
           05  PH-AMOUNT-PAID          PIC 9(07)V99.
           05  PH-DED-APPLIED          PIC 9(07)V99.
           05  PH-PRICED-AMOUNT        PIC 9(07)V99.
           05  PH-COB-REDUCTION        PIC 9(07)V99.
           05  PH-CLAIM-IMAGE          PIC X(100).
           05  PH-EOB-IMAGE            PIC X(199).
           05  FILLER                  PIC X(33).
