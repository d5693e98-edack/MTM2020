      *---------------------------------------------------------------*
       01  PERIOD-CONTROL-RECORD.
      *---------------------------------------------------------------*
      *    ONE RECORD PER ACCOUNTING PERIOD (YYYYMM), MAINTAINED BY
      *    PERCLOSE AND READ BY EVERY POSTING PROGRAM.  A PERIOD NOT
      *    ON FILE IS OPEN.  A CLOSING PERIOD STILL TAKES POSTINGS
      *    WHILE ITS CHECKLIST OF RUNS COMPLETES; ONCE CLOSED, NO
      *    POSTING MAY BE DATED INTO IT.
           05  PC-PERIOD.
               10  PC-PERIOD-YEAR      PIC 9(04).
               10  PC-PERIOD-MONTH     PIC 9(02).
           05  PC-PERIOD-NUM REDEFINES PC-PERIOD
                                       PIC 9(06).
           05  PC-STATUS               PIC X(01).
               88  PC-OPEN                 VALUE 'O'.
               88  PC-CLOSING              VALUE 'C'.
               88  PC-CLOSED               VALUE 'X'.
           05  PC-CLOSING-DATE         PIC 9(08).
           05  PC-CLOSED-DATE          PIC 9(08).
           05  PC-CLOSED-BY            PIC X(08).
           05  FILLER                  PIC X(49).
