               10  PAY-LAST-NAME           PIC X(15).
               10  PAY-FIRST-NAME          PIC X(10).
               10  PAY-AMOUNT              PIC 9(07)V99.
               10  PAY-RECEIVED-DATE       PIC 9(08).
               10  PAY-INTEREST-AMT        PIC 9(07)V99.
               10  PAY-PAYEE-TYPE          PIC X(01).
               10  PAY-OFFSET-AMT          PIC 9(07)V99.
               10  FILLER                  PIC X(11).
           05  PAY-CONTROL-DATA REDEFINES PAY-BODY.
               10  PAY-RUN-DATE            PIC 9(08).
               10  PAY-RECORD-COUNT        PIC 9(07).
