      *---------------------------------------------------------------*
       01  WORK-ITEM-RECORD.
      *---------------------------------------------------------------*
      *    EXAMINER WORK QUEUE ITEM - ONE CLAIM NEEDING HUMAN REVIEW.
      *    CLMDUPS, FRAUDSCR, CLMREPR AND APPLMNT ADD CANDIDATE ITEMS
      *    TO WRKQFEED WITH THE ITEM NUMBER AND ASSIGNMENT FIELDS
      *    EMPTY; WRKQMGR TAKES THEM ONTO THE WRKQUEUE MASTER, NUMBERS
      *    AND ASSIGNS THEM, APPLIES EXAMINER CLOSURES FROM WRKQCLOS
      *    AND CARRIES THE MASTER FORWARD TO WRKQUEN.  AN ITEM IS
      *    KNOWN BY WQ-ITEM-KEY: A SOURCE FLAGGING THE SAME CLAIM FOR
      *    THE SAME REASON ON A LATER RUN DOES NOT RAISE IT AGAIN.
      *    A ZERO DUE DATE FROM A FEEDER IS SET FROM THE PRIORITY.
           05  WQ-ITEM-NO              PIC 9(07).
           05  WQ-ITEM-KEY.
               10  WQ-SOURCE           PIC X(08).
               10  WQ-POLICY-NO        PIC X(07).
               10  WQ-CLAIM-DATE       PIC 9(08).
               10  WQ-REASON-CODE      PIC X(02).
           05  WQ-REASON               PIC X(34).
           05  WQ-SKILL                PIC X(02).
               88  WQ-SKILL-DUPLICATE      VALUE 'DU'.
               88  WQ-SKILL-FRAUD          VALUE 'FR'.
               88  WQ-SKILL-SUSPENSE       VALUE 'SR'.
               88  WQ-SKILL-APPEAL         VALUE 'AP'.
           05  WQ-PRIORITY             PIC 9(01).
               88  WQ-VALID-PRIORITY       VALUE 1 THRU 5.
           05  WQ-CLAIM-AMOUNT         PIC 9(07)V99.
           05  WQ-CREATED-DATE         PIC 9(08).
           05  WQ-DUE-DATE             PIC 9(08).
           05  WQ-STATUS               PIC X(01).
               88  WQ-ITEM-OPEN            VALUE 'O'.
               88  WQ-ITEM-CLOSED          VALUE 'C'.
           05  WQ-EXAMINER-ID          PIC X(08).
           05  WQ-ASSIGNED-DATE        PIC 9(08).
           05  WQ-CLOSED-DATE          PIC 9(08).
           05  WQ-OUTCOME              PIC X(02).
           05  FILLER                  PIC X(29).
