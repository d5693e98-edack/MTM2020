      *---------------------------------------------------------------*
       01  OVERPAY-RECV-RECORD.
      *---------------------------------------------------------------*
      *    CLAIM OVERPAYMENT RECOVERY RECEIVABLES.  ONE RECORD PER
      *    VOIDED OR ADJUSTED CLAIM, BOOKED BY MIDTERM FOR THE AMOUNT
      *    OVERPAID AND WORKED DOWN AS LATER BENEFIT PAYMENTS TO THE
      *    SAME POLICY ARE OFFSET AGAINST IT.  A RECEIVABLE DROPS OFF
      *    THE MASTER ONCE ITS BALANCE IS FULLY RECOVERED.  AGED BY
      *    OVPAGE.
           05  OR-CLAIM-KEY.
               10  OR-POLICY-NO        PIC X(07).
               10  OR-BENEFIT-DATE     PIC 9(08).
               10  OR-CLAIM-SEQ        PIC 9(03).
           05  OR-ESTABLISHED-DATE     PIC 9(08).
           05  OR-ORIGINAL-AMT         PIC 9(07)V99.
           05  OR-BALANCE              PIC 9(07)V99.
           05  OR-LAST-OFFSET-DATE     PIC 9(08).
           05  OR-REASON               PIC X(20).
           05  FILLER                  PIC X(08).
