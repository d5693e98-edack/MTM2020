      *---------------------------------------------------------------*
       01  PERIOD-CONTROL-FIELDS.
      *---------------------------------------------------------------*
           05  WS-PERCTL-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-PERCTL-EOF                 VALUE 'Y'.
           05  WS-PC-CHECK-DATE        PIC 9(08).
           05  WS-PC-POST-DATE         PIC 9(08).
           05  WS-PC-POST-DATE-X REDEFINES WS-PC-POST-DATE.
               10  WS-PC-POST-PERIOD   PIC 9(06).
               10  WS-PC-POST-DAY      PIC 9(02).
           05  WS-PC-PERIOD-CLOSED-SW  PIC X(01) VALUE 'N'.
               88  WS-PC-PERIOD-CLOSED           VALUE 'Y'.
           05  WS-PC-WORK-PERIOD.
               10  WS-PC-WORK-YEAR     PIC 9(04).
               10  WS-PC-WORK-MONTH    PIC 9(02).
           05  WS-PC-WORK-PERIOD-NUM REDEFINES WS-PC-WORK-PERIOD
                                       PIC 9(06).
           05  WS-PC-WORK-CLOSED-SW    PIC X(01).
               88  WS-PC-WORK-CLOSED             VALUE 'Y'.
           05  WS-PC-REDATED-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-PC-REJECTED-COUNT    PIC 9(05) VALUE ZERO.
           05  PERIOD-CONTROL-TABLE-FIELDS.
               10  PERIOD-CONTROL-TABLE OCCURS 240 TIMES
                               INDEXED BY PCT-INDEX.
                   15  PCT-PERIOD      PIC 9(06) VALUE ZERO.
                   15  PCT-STATUS      PIC X(01) VALUE SPACE.
               10  PERIOD-CONTROL-COUNT PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
      *    ONE LINE PER POSTING REJECTED OR REDATED OUT OF A CLOSED
      *    PERIOD, PRINTED ON THE POSTING PROGRAM'S OWN REGISTER.
           05  PERIOD-LOCK-LINE.
               10  FILLER              PIC X(14)
                   VALUE '** PERIOD LOCK'.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  PLL-SOURCE-ID       PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACE.
               10  PLL-KEY             PIC X(15).
               10  FILLER              PIC X(07) VALUE ' DATED '.
               10  PLL-ORIG-DATE       PIC 9(08).
               10  FILLER              PIC X(08) VALUE ' PERIOD '.
               10  PLL-CLOSED-PERIOD   PIC 9(06).
               10  FILLER              PIC X(08) VALUE ' CLOSED '.
               10  PLL-ACTION          PIC X(08).
               10  PLL-NEW-DATE-LABEL  PIC X(04).
               10  PLL-NEW-DATE        PIC X(08).
               10  FILLER              PIC X(09) VALUE '  AMOUNT '.
               10  PLL-AMOUNT          PIC $$,$$$,$$9.99-.
               10  FILLER              PIC X(12) VALUE SPACE.
