      *---------------------------------------------------------------*
       01  INVENTORY-ADJUSTMENT-RECORD.
      *---------------------------------------------------------------*
      *    INVENTORY ADJUSTMENT AUDIT TRAIL - ONE RECORD PER CHANGE
      *    TO IV-ON-HAND-QTY MADE OUTSIDE THE RECEIPT AND RFP PATHS.
      *    INVCOUNT WRITES REASON PI (PHYSICAL INVENTORY) FOR EACH
      *    POSTED COUNT VARIANCE: THE BOOK QUANTITY BEFORE, THE
      *    QUANTITY COUNTED, THE SIGNED ADJUSTMENT AND ITS VALUE AT
      *    COST.  APPROVAL T = WITHIN THE COUNT TOLERANCE, A = OVER
      *    TOLERANCE BUT APPROVED ON THE RECOUNT SHEET.  THE FILE IS
      *    KEPT WHOLE AND ADDED TO ON EVERY RUN.
           05  IA-INSTRUMENT-TYPE      PIC X(06).
           05  IA-INSTRUMENT-QUALITY   PIC X(01).
           05  IA-BOOK-QTY             PIC 9(05).
           05  IA-COUNTED-QTY          PIC 9(05).
           05  IA-ADJUST-QTY           PIC S9(05).
           05  IA-UNIT-COST            PIC 9(07)V99.
           05  IA-ADJUST-VALUE         PIC S9(09)V99.
           05  IA-COUNTER-ID           PIC X(08).
           05  IA-COUNT-DATE           PIC 9(08).
           05  IA-POSTED-DATE          PIC 9(08).
           05  IA-REASON               PIC X(02).
               88  IA-PHYSICAL-COUNT       VALUE 'PI'.
           05  IA-APPROVAL             PIC X(01).
               88  IA-WITHIN-TOLERANCE     VALUE 'T'.
               88  IA-APPROVED-OVERRIDE    VALUE 'A'.
           05  FILLER                  PIC X(11).
