      *---------------------------------------------------------------*
       01  CANCEL-NOTICE-RECORD.
      *---------------------------------------------------------------*
      *    POLICY CANCELLATION NOTICE - WRITTEN BY POLMNT FOR EVERY
      *    CLOSE IT APPLIES AND READ BY PREMCANC, WHICH REFUNDS THE
      *    UNEARNED PART OF ANY PAID PREMIUM AND CANCELS THE OPEN
      *    INVOICES FALLING DUE AFTER THE CANCELLATION DATE.
      *    CN-CANCEL-DATE IS THE FIRST DAY THE POLICY IS NO LONGER IN
      *    FORCE.  AN INSURED-REQUESTED CANCELLATION CARRIES THE
      *    SHORT-RATE PENALTY FOR THE POLICY TYPE; A COMPANY
      *    CANCELLATION IS REFUNDED STRAIGHT PRO RATA.
           05  CN-POLICY-NO            PIC X(07).
           05  CN-CANCEL-DATE          PIC 9(08).
           05  CN-CANCEL-REASON        PIC X(01).
               88  CN-INSURED-REQUEST      VALUE 'I'.
               88  CN-COMPANY-CANCEL       VALUE 'C'.
           05  CN-RUN-DATE             PIC 9(08).
           05  CN-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(48).
