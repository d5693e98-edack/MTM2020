      *---------------------------------------------------------------*
       01  ADDR-RECORD.
      *---------------------------------------------------------------*
      *    MAILING ADDRESS FOR AN ACCOUNT HOLDER, KEYED BY ACCT-NO AND
      *    MAINTAINED BY ADDRMNT.  A RETURNED-MAIL TRANSACTION SETS
      *    THE BAD-ADDRESS FLAG, WHICH HOLDS STATEMENTS AND LETTERS
      *    AND MAKES DORMANT TREAT THE ACCOUNT AS LOSS OF CONTACT.
      *    A NEW ADDRESS ON A C TRANSACTION CLEARS THE FLAG.
           05  ADDR-ACCT-NO            PIC X(08).
           05  ADDR-LINE-1             PIC X(30).
           05  ADDR-LINE-2             PIC X(30).
           05  ADDR-CITY               PIC X(20).
           05  ADDR-STATE              PIC X(02).
           05  ADDR-ZIP.
               10  ADDR-ZIP-5          PIC X(05).
               10  ADDR-ZIP-DASH       PIC X(01).
               10  ADDR-ZIP-4          PIC X(04).
           05  ADDR-EFF-DATE           PIC 9(08).
           05  ADDR-BAD-ADDR-SW        PIC X(01).
               88  ADDR-BAD-ADDRESS        VALUE 'Y'.
           05  ADDR-RETURNED-DATE      PIC 9(08).
           05  ADDR-RETURNED-COUNT     PIC 9(03).
           05  FILLER                  PIC X(30).
