           05  EB-DISPOSITION              PIC X(01).
               88  EB-PAID                     VALUE 'P'.
               88  EB-REJECTED                 VALUE 'R'.
               88  EB-HELD                     VALUE 'H'.
           05  EB-REJECT-REASON            PIC X(20).
           05  EB-BENEFIT-DATE             PIC 9(08).
           05  EB-POLICY-TYPE              PIC 9(01).
      *    OUTSTANDING LIABILITY FOR THE RESERVE CALCULATION: THE
      *    UNPAID PORTION OF EVERY ACCEPTED CLAIM (CLAIM AMOUNT LESS
      *    AMOUNT PAID) AGED INTO 30/60/90-DAY BUCKETS BY BENEFIT
      *    DATE, SUMMARIZED BY POLICY TYPE WITH GRAND TOTALS.  A
      *    CLAIM WHOSE PAYMENT IS HELD FOR WATCH-LIST REVIEW IS
      *    ACCEPTED BUT NOT YET PAID, SO ALL OF IT IS OUTSTANDING.
      *----------------------------------------------------------*
       01  LIABILITY-TABLE-FIELDS.
           05  LIABILITY-BY-TYPE OCCURS 3 TIMES
       2000-AGE-ONE-CLAIM.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  (EB-PAID OR EB-HELD)
           AND EB-POLICY-TYPE > ZERO
           AND EB-POLICY-TYPE < 4
           AND EB-CLAIM-AMOUNT > EB-AMOUNT-PAID
