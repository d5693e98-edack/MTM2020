       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCOUNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE   ASSIGN TO INVFILE.
           SELECT INVENTORY-NEW    ASSIGN TO INVNEW.
           SELECT COUNT-SHEET-FILE ASSIGN TO CNTSHEET.
           SELECT PRICE-FILE       ASSIGN TO PRICEFL.
           SELECT ADJUSTMENT-FILE  ASSIGN TO INVADJ.
           SELECT PRINT-FILE       ASSIGN TO PRTLINE.
           SELECT SHRINK-FILE      ASSIGN TO SHRINKRP.
           SELECT RUN-LOG-FILE     ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  INVENTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       01  INVENTORY-RECORD.
           05  IV-INSTRUMENT-TYPE          PIC X(06).
           05  IV-INSTRUMENT-QUALITY       PIC X(01).
           05  IV-ON-HAND-QTY              PIC 9(05).
           05  FILLER                      PIC X(68).
      *----------------------------------------------------------*
       FD  INVENTORY-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       01  INVENTORY-NEW-RECORD            PIC X(80).
      *----------------------------------------------------------*
       FD  COUNT-SHEET-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    ONE LINE PER BIN COUNTED.  LINES FOR THE SAME TYPE AND
      *    QUALITY ARE ADDED TOGETHER.  APPROVAL FLAG A ON A RECOUNT
      *    LINE POSTS THE VARIANCE EVEN WHEN IT IS OVER TOLERANCE.
       01  COUNT-SHEET-RECORD.
           05  CS-INSTRUMENT-TYPE          PIC X(06).
           05  CS-INSTRUMENT-QUALITY       PIC X(01).
           05  CS-COUNTED-QTY              PIC 9(05).
           05  CS-COUNTER-ID               PIC X(08).
           05  CS-COUNT-DATE               PIC 9(08).
           05  CS-APPROVAL-FLAG            PIC X(01).
               88  CS-VARIANCE-APPROVED        VALUE 'A'.
           05  FILLER                      PIC X(51).
      *----------------------------------------------------------*
       FD  PRICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       COPY PRICEFL.
      *----------------------------------------------------------*
       FD  ADJUSTMENT-FILE
           RECORDING MODE IS F.
           COPY INVADJ.
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRINT-RECORD.
      *    05  CC                          PIC X(01).
           05  PRINT-LINE                  PIC X(132).
      *----------------------------------------------------------*
       FD  SHRINK-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  SHRINK-RECORD.
      *    05  CC                          PIC X(01).
           05  SHRINK-LINE                 PIC X(132).
      *----------------------------------------------------------*
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
      *----------------------------------------------------------*
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTLFL.
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    PHYSICAL INVENTORY RECONCILIATION.  THE CNTSHEET COUNT
      *    LINES ARE ADDED UP BY INSTRUMENT TYPE AND QUALITY AND
      *    COMPARED WITH IV-ON-HAND-QTY ON INVFILE.  EACH VARIANCE
      *    IS VALUED AT THE LOWEST PRICEFL BASE PRICE FOR THE ITEM.
      *    A VARIANCE WITHIN THE PARM PERCENT OF THE BOOK QUANTITY
      *    (999, DEFAULT 5) IS POSTED: THE NEW INVENTORY FILE TAKES
      *    THE COUNTED QUANTITY AND AN INVADJ AUDIT RECORD IS
      *    WRITTEN.  A LARGER VARIANCE IS HELD FOR RECOUNT AND THE
      *    BOOK QUANTITY STANDS UNTIL A RECOUNT SHEET COMES BACK
      *    WITHIN TOLERANCE OR FLAGGED A (APPROVED).  ITEMS NOT ON
      *    THE COUNT SHEETS ARE CARRIED FORWARD UNCHANGED; ITEMS
      *    COUNTED BUT NOT ON FILE ARE ADDED WHEN POSTED.  THE
      *    POSTED SHORTAGES AND OVERAGES ARE SUMMARISED BY QUALITY
      *    ON THE SHRINKRP REPORT FOR FINANCE.
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(44) VALUE
                   '  PHYSICAL INVENTORY COUNT RECONCILIATION   '.
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  HL1-BUSINESS-DATE       PIC X(10).
               10  FILLER  PIC X(17) VALUE '   RECOUNT OVER: '.
               10  HL1-TOLERANCE           PIC ZZ9.
               10  FILLER  PIC X(01) VALUE '%'.
               10  FILLER                  PIC X(41) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(10) VALUE 'TYPE/Q'.
               10  FILLER  PIC X(10) VALUE 'COUNTER'.
               10  FILLER  PIC X(08) VALUE '  BOOK'.
               10  FILLER  PIC X(08) VALUE ' COUNTED'.
               10  FILLER  PIC X(09) VALUE ' VARIANCE'.
               10  FILLER  PIC X(14) VALUE '   UNIT COST'.
               10  FILLER  PIC X(17) VALUE '  VARIANCE VALUE'.
               10  FILLER  PIC X(08) VALUE ' VAR %'.
               10  FILLER  PIC X(48) VALUE 'STATUS'.
      *----------------------------------------------------------*
           05  COUNT-DETAIL-LINE.
               10  CDL-INSTRUMENT          PIC X(06).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  CDL-QUALITY             PIC X(01).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  CDL-COUNTER-ID          PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  CDL-BOOK-QTY            PIC ZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  CDL-COUNTED-QTY         PIC ZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  CDL-VARIANCE-QTY        PIC ZZ,ZZ9-.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  CDL-UNIT-COST           PIC Z,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  CDL-VARIANCE-VALUE      PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  CDL-VARIANCE-PCT        PIC ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  CDL-STATUS              PIC X(20).
               10  FILLER                  PIC X(28) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** ITEMS COUNTED  : '.
               10  TL1-COUNTED-COUNT       PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   POSTED     : '.
               10  TL1-POSTED-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   HELD       : '.
               10  TL1-HELD-COUNT          PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   NOT COUNTED: '.
               10  TL1-NOT-COUNTED         PIC ZZ,ZZ9.
               10  FILLER                  PIC X(40) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(20) VALUE '** NET ADJUSTMENT : '.
               10  TL2-NET-VALUE           PIC $$$,$$$,$$9.99-.
               10  FILLER  PIC X(16) VALUE '   HELD VALUE : '.
               10  TL2-HELD-VALUE          PIC $$$,$$$,$$9.99-.
               10  FILLER  PIC X(16) VALUE '   REJECTED   : '.
               10  TL2-REJECT-COUNT        PIC ZZ,ZZ9.
               10  FILLER                  PIC X(44) VALUE SPACE.
      *----------------------------------------------------------*
       01  SHRINK-REPORT-LINES.
           05  SHRINK-HEADING-1.
               10  FILLER  PIC X(44) VALUE
                   '  INVENTORY SHRINKAGE SUMMARY - FINANCE     '.
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  SHL-BUSINESS-DATE       PIC X(10).
               10  FILLER                  PIC X(62) VALUE SPACE.
      *----------------------------------------------------------*
           05  SHRINK-HEADING-2.
               10  FILLER  PIC X(14) VALUE 'QUALITY'.
               10  FILLER  PIC X(08) VALUE '   ITEMS'.
               10  FILLER  PIC X(18) VALUE '        BOOK VALUE'.
               10  FILLER  PIC X(09) VALUE '    SHORT'.
               10  FILLER  PIC X(16) VALUE '     SHORT VALUE'.
               10  FILLER  PIC X(09) VALUE '     OVER'.
               10  FILLER  PIC X(16) VALUE '      OVER VALUE'.
               10  FILLER  PIC X(18) VALUE '   NET SHRINKAGE'.
               10  FILLER  PIC X(09) VALUE '  % BOOK'.
               10  FILLER  PIC X(15) VALUE '    HELD'.
      *----------------------------------------------------------*
           05  SHRINK-DETAIL-LINE.
               10  SDL-QUALITY             PIC X(12).
               10  FILLER                  PIC X(04) VALUE SPACE.
               10  SDL-ITEM-COUNT          PIC ZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SDL-BOOK-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SDL-SHORT-QTY           PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SDL-SHORT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SDL-OVER-QTY            PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SDL-OVER-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  SDL-NET-VALUE           PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SDL-SHRINK-PCT          PIC ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SDL-HELD-COUNT          PIC ZZ,ZZ9.
               10  FILLER                  PIC X(07) VALUE SPACE.
      *----------------------------------------------------------*
           05  SHRINK-HELD-LINE.
               10  FILLER  PIC X(32) VALUE
                   '** VARIANCES HELD FOR RECOUNT : '.
               10  SHL-HELD-COUNT          PIC ZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE '   VALUE: '.
               10  SHL-HELD-VALUE          PIC $$$,$$$,$$9.99-.
               10  FILLER  PIC X(14) VALUE '  (NOT POSTED)'.
               10  FILLER                  PIC X(55) VALUE SPACE.
      *----------------------------------------------------------*
       01  COUNT-TABLE-FIELDS.
           05  COUNT-TABLE OCCURS 300 TIMES
                           INDEXED BY CT-INDEX.
               10  CTT-INSTRUMENT-TYPE     PIC X(06) VALUE SPACE.
               10  CTT-INSTRUMENT-QUALITY  PIC X(01) VALUE SPACE.
               10  CTT-COUNTED-QTY         PIC 9(05) VALUE ZERO.
               10  CTT-COUNTER-ID          PIC X(08) VALUE SPACE.
               10  CTT-COUNT-DATE          PIC 9(08) VALUE ZERO.
               10  CTT-APPROVED-SW         PIC X(01) VALUE 'N'.
               10  CTT-MATCHED-SW          PIC X(01) VALUE 'N'.
           05  COUNT-TABLE-COUNT           PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  PRICE-TABLE-FIELDS.
           05  PRICE-TABLE OCCURS 150 TIMES
                           INDEXED BY PRICE-INDEX.
               10  PT-INSTRUMENT-TYPE      PIC X(06) VALUE SPACE.
               10  PT-INSTRUMENT-QUALITY   PIC X(01) VALUE SPACE.
               10  PT-UNIT-COST            PIC 9(07)V99 VALUE ZERO.
           05  PRICE-TABLE-COUNT           PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
      *    SHRINKAGE BY QUALITY - POSTED VARIANCES ONLY, HELD ONES
      *    COUNTED APART.
       01  QUALITY-SUMMARY-FIELDS.
           05  QUALITY-SUMMARY OCCURS 10 TIMES
                           INDEXED BY QS-INDEX.
               10  QS-QUALITY              PIC X(01) VALUE SPACE.
               10  QS-ITEM-COUNT           PIC 9(05) VALUE ZERO.
               10  QS-BOOK-VALUE           PIC 9(11)V99 VALUE ZERO.
               10  QS-SHORT-QTY            PIC 9(07) VALUE ZERO.
               10  QS-SHORT-VALUE          PIC 9(11)V99 VALUE ZERO.
               10  QS-OVER-QTY             PIC 9(07) VALUE ZERO.
               10  QS-OVER-VALUE           PIC 9(11)V99 VALUE ZERO.
               10  QS-HELD-COUNT           PIC 9(05) VALUE ZERO.
           05  QUALITY-SUMMARY-COUNT       PIC 9(02) VALUE ZERO.
           05  WS-GRAND-ITEM-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-GRAND-BOOK-VALUE         PIC 9(11)V99 VALUE ZERO.
           05  WS-GRAND-SHORT-QTY          PIC 9(07) VALUE ZERO.
           05  WS-GRAND-SHORT-VALUE        PIC 9(11)V99 VALUE ZERO.
           05  WS-GRAND-OVER-QTY           PIC 9(07) VALUE ZERO.
           05  WS-GRAND-OVER-VALUE         PIC 9(11)V99 VALUE ZERO.
           05  WS-GRAND-HELD-COUNT         PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-COUNT-FIELDS.
           05  WS-TOLERANCE-X              PIC X(03).
           05  WS-TOLERANCE-PCT            PIC 9(03) VALUE 5.
           05  WS-BOOK-QTY                 PIC 9(05).
           05  WS-VARIANCE-QTY             PIC S9(05).
           05  WS-UNIT-COST                PIC 9(07)V99.
           05  WS-VARIANCE-VALUE           PIC S9(09)V99.
           05  WS-VARIANCE-PCT             PIC 9(03)V99.
           05  WS-BOOK-VALUE               PIC 9(11)V99.
           05  WS-NET-SHRINK-VALUE         PIC S9(11)V99.
           05  WS-SHRINK-PCT               PIC S9(03)V99.
           05  WS-APPROVAL-CODE            PIC X(01).
           05  WS-COUNTED-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-POSTED-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-NOT-COUNTED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-NET-ADJUST-VALUE         PIC S9(11)V99 VALUE ZERO.
           05  WS-HELD-VALUE               PIC S9(11)V99 VALUE ZERO.
           05  WS-RUN-LOG-COUNT            PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-FORMAT-DATE-FIELDS.
           05  WS-FMT-DATE-IN              PIC 9(08).
           05  WS-FMT-DATE-PARTS REDEFINES WS-FMT-DATE-IN.
               10  WS-FMT-YEAR             PIC X(04).
               10  WS-FMT-MONTH            PIC X(02).
               10  WS-FMT-DAY              PIC X(02).
           05  WS-FMT-DATE-OUT.
               10  WS-FMT-OUT-MONTH        PIC X(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-DAY          PIC X(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-YEAR         PIC X(04).
      *----------------------------------------------------------*
       01  WS-PRICE-DATES.
           05  WS-PRICE-EFF-FROM           PIC 9(08).
           05  WS-PRICE-EFF-TO             PIC 9(08).
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(08).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  INV-EOF-SW                  PIC X(01) VALUE 'N'.
               88  INV-EOF                     VALUE 'Y'.
           05  COUNT-EOF-SW                PIC X(01) VALUE 'N'.
               88  COUNT-EOF                   VALUE 'Y'.
           05  PRICE-EOF-SW                PIC X(01) VALUE 'N'.
               88  PRICE-EOF                   VALUE 'Y'.
           05  WS-POST-SW                  PIC X(01).
               88  WS-POST-VARIANCE            VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-PRICE-TABLE.
           PERFORM 1200-LOAD-COUNT-SHEETS.
           PERFORM 2000-RECONCILE-INVENTORY.
           PERFORM 2500-ADD-ITEM-NOT-ON-FILE
               VARYING CT-INDEX FROM 1 BY 1
                   UNTIL CT-INDEX > COUNT-TABLE-COUNT.
           PERFORM 3000-PRINT-TRAILER.
           PERFORM 3500-PRINT-SHRINK-SUMMARY.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           IF  WS-HELD-COUNT > ZERO
           OR  WS-REJECT-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  INVENTORY-FILE
                          COUNT-SHEET-FILE
                          PRICE-FILE
                   OUTPUT INVENTORY-NEW
                          PRINT-FILE
                          SHRINK-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          ADJUSTMENT-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "INVCOUNT"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           ACCEPT WS-TOLERANCE-X.
           IF  WS-TOLERANCE-X NUMERIC
               MOVE WS-TOLERANCE-X      TO WS-TOLERANCE-PCT.
           MOVE WS-CURRENT-DATE         TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO HL1-BUSINESS-DATE
                                           SHL-BUSINESS-DATE.
           MOVE WS-TOLERANCE-PCT        TO HL1-TOLERANCE.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       1070-READ-RUN-CONTROL.
      *----------------------------------------------------------*
           OPEN INPUT RUN-CONTROL-FILE.
           MOVE ZERO                    TO BD-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               AT END CONTINUE.
           IF  BD-BUSINESS-DATE-X NUMERIC
           AND BD-BUSINESS-DATE-X NOT = '00000000'
               MOVE BD-BUS-YEAR         TO WS-CURRENT-YEAR
               MOVE BD-BUS-MONTH        TO WS-CURRENT-MONTH
               MOVE BD-BUS-DAY          TO WS-CURRENT-DAY.
           CLOSE RUN-CONTROL-FILE.
      *----------------------------------------------------------*
       1100-LOAD-PRICE-TABLE.
      *----------------------------------------------------------*
           PERFORM 8020-READ-PRICE-FILE.
           PERFORM 1110-STORE-ONE-PRICE
               UNTIL PRICE-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-PRICE.
      *----------------------------------------------------------*
      *    ONLY THE PRICE ROWS IN EFFECT ON THE BUSINESS DATE COUNT.
           IF  PF-EFF-FROM-DATE NUMERIC
               MOVE PF-EFF-FROM-DATE    TO WS-PRICE-EFF-FROM
           ELSE
               MOVE ZERO                TO WS-PRICE-EFF-FROM.
           IF  PF-EFF-TO-DATE NUMERIC
           AND PF-EFF-TO-DATE > ZERO
               MOVE PF-EFF-TO-DATE      TO WS-PRICE-EFF-TO
           ELSE
               MOVE 99999999            TO WS-PRICE-EFF-TO.
           IF  WS-PRICE-EFF-FROM NOT > WS-CURRENT-DATE-NUM
           AND WS-PRICE-EFF-TO NOT < WS-CURRENT-DATE-NUM
               PERFORM 1120-KEEP-LOWEST-PRICE.
           PERFORM 8020-READ-PRICE-FILE.
      *----------------------------------------------------------*
       1120-KEEP-LOWEST-PRICE.
      *----------------------------------------------------------*
      *    SEVERAL VENDORS MAY QUOTE THE SAME ITEM; THE LOWEST BASE
      *    PRICE IS THE COST USED TO VALUE A VARIANCE.
           SET PRICE-INDEX TO 1.
           SEARCH PRICE-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN PT-INSTRUMENT-TYPE(PRICE-INDEX) = PF-INSTRUMENT-TYPE
                AND PT-INSTRUMENT-QUALITY(PRICE-INDEX)
                        = PF-INSTRUMENT-QUALITY
                   IF  PF-BASE-PRICE < PT-UNIT-COST(PRICE-INDEX)
                       MOVE PF-BASE-PRICE
                                    TO PT-UNIT-COST(PRICE-INDEX)
                   END-IF
               WHEN PT-INSTRUMENT-TYPE(PRICE-INDEX) = SPACE
                   ADD 1                TO PRICE-TABLE-COUNT
                   MOVE PF-INSTRUMENT-TYPE
                                    TO PT-INSTRUMENT-TYPE(PRICE-INDEX)
                   MOVE PF-INSTRUMENT-QUALITY
                                TO PT-INSTRUMENT-QUALITY(PRICE-INDEX)
                   MOVE PF-BASE-PRICE
                                    TO PT-UNIT-COST(PRICE-INDEX).
      *----------------------------------------------------------*
       1200-LOAD-COUNT-SHEETS.
      *----------------------------------------------------------*
           PERFORM 8010-READ-COUNT-SHEET.
           PERFORM 1210-ADD-ONE-COUNT-LINE
               UNTIL COUNT-EOF.
      *----------------------------------------------------------*
       1210-ADD-ONE-COUNT-LINE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  CS-INSTRUMENT-TYPE = SPACE
           OR  CS-COUNTED-QTY NOT NUMERIC
               ADD 1                    TO WS-REJECT-COUNT
               DISPLAY 'INVCOUNT - COUNT LINE REJECTED: '
                   COUNT-SHEET-RECORD(1:28)
           ELSE
               PERFORM 1220-STORE-COUNT-LINE.
           PERFORM 8010-READ-COUNT-SHEET.
      *----------------------------------------------------------*
       1220-STORE-COUNT-LINE.
      *----------------------------------------------------------*
           SET CT-INDEX TO 1.
           SEARCH COUNT-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN CTT-INSTRUMENT-TYPE(CT-INDEX) = CS-INSTRUMENT-TYPE
                AND CTT-INSTRUMENT-QUALITY(CT-INDEX)
                        = CS-INSTRUMENT-QUALITY
                   ADD CS-COUNTED-QTY   TO CTT-COUNTED-QTY(CT-INDEX)
               WHEN CTT-INSTRUMENT-TYPE(CT-INDEX) = SPACE
                   ADD 1                TO COUNT-TABLE-COUNT
                   MOVE CS-INSTRUMENT-TYPE
                                    TO CTT-INSTRUMENT-TYPE(CT-INDEX)
                   MOVE CS-INSTRUMENT-QUALITY
                                    TO CTT-INSTRUMENT-QUALITY(CT-INDEX)
                   MOVE CS-COUNTED-QTY  TO CTT-COUNTED-QTY(CT-INDEX)
                   MOVE CS-COUNTER-ID   TO CTT-COUNTER-ID(CT-INDEX).
           IF  CS-COUNT-DATE NUMERIC
           AND CS-COUNT-DATE > CTT-COUNT-DATE(CT-INDEX)
               MOVE CS-COUNT-DATE       TO CTT-COUNT-DATE(CT-INDEX).
           IF  CS-VARIANCE-APPROVED
               MOVE 'Y'                 TO CTT-APPROVED-SW(CT-INDEX).
      *----------------------------------------------------------*
       2000-RECONCILE-INVENTORY.
      *----------------------------------------------------------*
           PERFORM 8000-READ-INVENTORY.
           PERFORM 2050-RECONCILE-ONE-ITEM
               UNTIL INV-EOF.
      *----------------------------------------------------------*
       2050-RECONCILE-ONE-ITEM.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           SET CT-INDEX TO 1.
           SEARCH COUNT-TABLE
               AT END
                   ADD 1                TO WS-NOT-COUNTED-COUNT
               WHEN CTT-INSTRUMENT-TYPE(CT-INDEX) = IV-INSTRUMENT-TYPE
                AND CTT-INSTRUMENT-QUALITY(CT-INDEX)
                        = IV-INSTRUMENT-QUALITY
                   MOVE 'Y'             TO CTT-MATCHED-SW(CT-INDEX)
                   MOVE IV-ON-HAND-QTY  TO WS-BOOK-QTY
                   PERFORM 2100-RECONCILE-COUNT
                   IF  WS-POST-VARIANCE
                       MOVE CTT-COUNTED-QTY(CT-INDEX)
                                        TO IV-ON-HAND-QTY
                   END-IF.
           MOVE INVENTORY-RECORD        TO INVENTORY-NEW-RECORD.
           WRITE INVENTORY-NEW-RECORD.
           PERFORM 8000-READ-INVENTORY.
      *----------------------------------------------------------*
       2100-RECONCILE-COUNT.
      *----------------------------------------------------------*
           ADD 1                        TO WS-COUNTED-COUNT.
           MOVE 'N'                     TO WS-POST-SW.
           COMPUTE WS-VARIANCE-QTY =
               CTT-COUNTED-QTY(CT-INDEX) - WS-BOOK-QTY.
           PERFORM 2150-FIND-UNIT-COST.
           COMPUTE WS-VARIANCE-VALUE =
               WS-VARIANCE-QTY * WS-UNIT-COST.
           COMPUTE WS-BOOK-VALUE = WS-BOOK-QTY * WS-UNIT-COST.
           EVALUATE TRUE
               WHEN WS-VARIANCE-QTY = ZERO
                   MOVE ZERO            TO WS-VARIANCE-PCT
               WHEN WS-BOOK-QTY = ZERO
                   MOVE 999.99          TO WS-VARIANCE-PCT
               WHEN WS-VARIANCE-QTY < ZERO
                   COMPUTE WS-VARIANCE-PCT ROUNDED =
                       (ZERO - WS-VARIANCE-QTY) * 100 / WS-BOOK-QTY
                       ON SIZE ERROR
                           MOVE 999.99  TO WS-VARIANCE-PCT
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WS-VARIANCE-PCT ROUNDED =
                       WS-VARIANCE-QTY * 100 / WS-BOOK-QTY
                       ON SIZE ERROR
                           MOVE 999.99  TO WS-VARIANCE-PCT
                   END-COMPUTE
           END-EVALUATE.
           PERFORM 2200-ADD-TO-QUALITY-SUMMARY.
           EVALUATE TRUE
               WHEN WS-VARIANCE-QTY = ZERO
                   MOVE 'AGREES WITH BOOK'  TO CDL-STATUS
               WHEN WS-VARIANCE-PCT NOT > WS-TOLERANCE-PCT
                   MOVE 'T'             TO WS-APPROVAL-CODE
                   MOVE 'POSTED'        TO CDL-STATUS
                   PERFORM 2300-POST-ADJUSTMENT
               WHEN CTT-APPROVED-SW(CT-INDEX) = 'Y'
                   MOVE 'A'             TO WS-APPROVAL-CODE
                   MOVE 'POSTED - APPROVED' TO CDL-STATUS
                   PERFORM 2300-POST-ADJUSTMENT
               WHEN OTHER
                   ADD 1                TO WS-HELD-COUNT
                                           QS-HELD-COUNT(QS-INDEX)
                   ADD WS-VARIANCE-VALUE TO WS-HELD-VALUE
                   MOVE '* HELD FOR RECOUNT' TO CDL-STATUS
           END-EVALUATE.
           MOVE CTT-INSTRUMENT-TYPE(CT-INDEX)    TO CDL-INSTRUMENT.
           MOVE CTT-INSTRUMENT-QUALITY(CT-INDEX) TO CDL-QUALITY.
           MOVE CTT-COUNTER-ID(CT-INDEX)         TO CDL-COUNTER-ID.
           MOVE WS-BOOK-QTY             TO CDL-BOOK-QTY.
           MOVE CTT-COUNTED-QTY(CT-INDEX) TO CDL-COUNTED-QTY.
           MOVE WS-VARIANCE-QTY         TO CDL-VARIANCE-QTY.
           MOVE WS-UNIT-COST            TO CDL-UNIT-COST.
           MOVE WS-VARIANCE-VALUE       TO CDL-VARIANCE-VALUE.
           MOVE WS-VARIANCE-PCT         TO CDL-VARIANCE-PCT.
           MOVE COUNT-DETAIL-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2150-FIND-UNIT-COST.
      *----------------------------------------------------------*
           MOVE ZERO                    TO WS-UNIT-COST.
           SET PRICE-INDEX TO 1.
           SEARCH PRICE-TABLE
               AT END
                   DISPLAY 'INVCOUNT - NO PRICEFL COST FOR: '
                       CTT-INSTRUMENT-TYPE(CT-INDEX) ' '
                       CTT-INSTRUMENT-QUALITY(CT-INDEX)
               WHEN PT-INSTRUMENT-TYPE(PRICE-INDEX)
                        = CTT-INSTRUMENT-TYPE(CT-INDEX)
                AND PT-INSTRUMENT-QUALITY(PRICE-INDEX)
                        = CTT-INSTRUMENT-QUALITY(CT-INDEX)
                   MOVE PT-UNIT-COST(PRICE-INDEX) TO WS-UNIT-COST.
      *----------------------------------------------------------*
       2200-ADD-TO-QUALITY-SUMMARY.
      *----------------------------------------------------------*
           SET QS-INDEX TO 1.
           SEARCH QUALITY-SUMMARY
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN QS-QUALITY(QS-INDEX)
                        = CTT-INSTRUMENT-QUALITY(CT-INDEX)
                   CONTINUE
               WHEN QS-QUALITY(QS-INDEX) = SPACE
                   ADD 1                TO QUALITY-SUMMARY-COUNT
                   MOVE CTT-INSTRUMENT-QUALITY(CT-INDEX)
                                        TO QS-QUALITY(QS-INDEX).
           ADD 1                        TO QS-ITEM-COUNT(QS-INDEX).
           ADD WS-BOOK-VALUE            TO QS-BOOK-VALUE(QS-INDEX).
      *----------------------------------------------------------*
       2300-POST-ADJUSTMENT.
      *----------------------------------------------------------*
           MOVE 'Y'                     TO WS-POST-SW.
           ADD 1                        TO WS-POSTED-COUNT.
           ADD WS-VARIANCE-VALUE        TO WS-NET-ADJUST-VALUE.
           IF  WS-VARIANCE-QTY < ZERO
               SUBTRACT WS-VARIANCE-QTY FROM QS-SHORT-QTY(QS-INDEX)
               SUBTRACT WS-VARIANCE-VALUE
                                      FROM QS-SHORT-VALUE(QS-INDEX)
           ELSE
               ADD WS-VARIANCE-QTY      TO QS-OVER-QTY(QS-INDEX)
               ADD WS-VARIANCE-VALUE    TO QS-OVER-VALUE(QS-INDEX).
           MOVE SPACE                   TO INVENTORY-ADJUSTMENT-RECORD.
           MOVE CTT-INSTRUMENT-TYPE(CT-INDEX)    TO IA-INSTRUMENT-TYPE.
           MOVE CTT-INSTRUMENT-QUALITY(CT-INDEX)
                                        TO IA-INSTRUMENT-QUALITY.
           MOVE WS-BOOK-QTY             TO IA-BOOK-QTY.
           MOVE CTT-COUNTED-QTY(CT-INDEX) TO IA-COUNTED-QTY.
           MOVE WS-VARIANCE-QTY         TO IA-ADJUST-QTY.
           MOVE WS-UNIT-COST            TO IA-UNIT-COST.
           MOVE WS-VARIANCE-VALUE       TO IA-ADJUST-VALUE.
           MOVE CTT-COUNTER-ID(CT-INDEX) TO IA-COUNTER-ID.
           IF  CTT-COUNT-DATE(CT-INDEX) > ZERO
               MOVE CTT-COUNT-DATE(CT-INDEX) TO IA-COUNT-DATE
           ELSE
               MOVE WS-CURRENT-DATE     TO IA-COUNT-DATE.
           MOVE WS-CURRENT-DATE         TO IA-POSTED-DATE.
           MOVE 'PI'                    TO IA-REASON.
           MOVE WS-APPROVAL-CODE        TO IA-APPROVAL.
           WRITE INVENTORY-ADJUSTMENT-RECORD.
      *----------------------------------------------------------*
       2500-ADD-ITEM-NOT-ON-FILE.
      *----------------------------------------------------------*
           IF  CTT-MATCHED-SW(CT-INDEX) = 'N'
               MOVE ZERO                TO WS-BOOK-QTY
               PERFORM 2100-RECONCILE-COUNT
               IF  WS-POST-VARIANCE
                   MOVE SPACE           TO INVENTORY-RECORD
                   MOVE CTT-INSTRUMENT-TYPE(CT-INDEX)
                                        TO IV-INSTRUMENT-TYPE
                   MOVE CTT-INSTRUMENT-QUALITY(CT-INDEX)
                                        TO IV-INSTRUMENT-QUALITY
                   MOVE CTT-COUNTED-QTY(CT-INDEX)
                                        TO IV-ON-HAND-QTY
                   MOVE INVENTORY-RECORD
                                        TO INVENTORY-NEW-RECORD
                   WRITE INVENTORY-NEW-RECORD.
      *----------------------------------------------------------*
       2900-FORMAT-DATE.
      *----------------------------------------------------------*
           MOVE WS-FMT-MONTH            TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-DAY              TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-YEAR             TO WS-FMT-OUT-YEAR.
      *----------------------------------------------------------*
       3000-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-COUNTED-COUNT        TO TL1-COUNTED-COUNT.
           MOVE WS-POSTED-COUNT         TO TL1-POSTED-COUNT.
           MOVE WS-HELD-COUNT           TO TL1-HELD-COUNT.
           MOVE WS-NOT-COUNTED-COUNT    TO TL1-NOT-COUNTED.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           MOVE WS-NET-ADJUST-VALUE     TO TL2-NET-VALUE.
           MOVE WS-HELD-VALUE           TO TL2-HELD-VALUE.
           MOVE WS-REJECT-COUNT         TO TL2-REJECT-COUNT.
           MOVE TRAILER-2               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3500-PRINT-SHRINK-SUMMARY.
      *----------------------------------------------------------*
           MOVE SHRINK-HEADING-1        TO SHRINK-LINE.
           WRITE SHRINK-RECORD AFTER ADVANCING PAGE.
           MOVE SHRINK-HEADING-2        TO SHRINK-LINE.
           WRITE SHRINK-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO SHRINK-LINE.
           WRITE SHRINK-RECORD AFTER ADVANCING 1.
           PERFORM 3550-PRINT-ONE-QUALITY
               VARYING QS-INDEX FROM 1 BY 1
                   UNTIL QS-INDEX > QUALITY-SUMMARY-COUNT.
           MOVE 'ALL QUALITY'           TO SDL-QUALITY.
           MOVE WS-GRAND-ITEM-COUNT     TO SDL-ITEM-COUNT.
           MOVE WS-GRAND-BOOK-VALUE     TO SDL-BOOK-VALUE
                                           WS-BOOK-VALUE.
           MOVE WS-GRAND-SHORT-QTY      TO SDL-SHORT-QTY.
           MOVE WS-GRAND-SHORT-VALUE    TO SDL-SHORT-VALUE.
           MOVE WS-GRAND-OVER-QTY       TO SDL-OVER-QTY.
           MOVE WS-GRAND-OVER-VALUE     TO SDL-OVER-VALUE.
           COMPUTE WS-NET-SHRINK-VALUE =
               WS-GRAND-SHORT-VALUE - WS-GRAND-OVER-VALUE.
           PERFORM 3560-FINISH-SHRINK-LINE.
           MOVE WS-GRAND-HELD-COUNT     TO SDL-HELD-COUNT.
           MOVE SHRINK-DETAIL-LINE      TO SHRINK-LINE.
           WRITE SHRINK-RECORD AFTER ADVANCING 2.
           MOVE WS-HELD-COUNT           TO SHL-HELD-COUNT.
           MOVE WS-HELD-VALUE           TO SHL-HELD-VALUE.
           MOVE SHRINK-HELD-LINE        TO SHRINK-LINE.
           WRITE SHRINK-RECORD AFTER ADVANCING 3.
      *----------------------------------------------------------*
       3550-PRINT-ONE-QUALITY.
      *----------------------------------------------------------*
           EVALUATE QS-QUALITY(QS-INDEX)
               WHEN 'U'
                   MOVE 'USED'          TO SDL-QUALITY
               WHEN 'N'
                   MOVE 'NEW'           TO SDL-QUALITY
               WHEN 'P'
                   MOVE 'PREMIUM'       TO SDL-QUALITY
               WHEN OTHER
                   MOVE SPACE           TO SDL-QUALITY
                   STRING 'QUALITY ' QS-QUALITY(QS-INDEX)
                       DELIMITED BY SIZE INTO SDL-QUALITY
           END-EVALUATE.
           MOVE QS-ITEM-COUNT(QS-INDEX) TO SDL-ITEM-COUNT.
           MOVE QS-BOOK-VALUE(QS-INDEX) TO SDL-BOOK-VALUE
                                           WS-BOOK-VALUE.
           MOVE QS-SHORT-QTY(QS-INDEX)  TO SDL-SHORT-QTY.
           MOVE QS-SHORT-VALUE(QS-INDEX) TO SDL-SHORT-VALUE.
           MOVE QS-OVER-QTY(QS-INDEX)   TO SDL-OVER-QTY.
           MOVE QS-OVER-VALUE(QS-INDEX) TO SDL-OVER-VALUE.
           COMPUTE WS-NET-SHRINK-VALUE =
               QS-SHORT-VALUE(QS-INDEX) - QS-OVER-VALUE(QS-INDEX).
           PERFORM 3560-FINISH-SHRINK-LINE.
           MOVE QS-HELD-COUNT(QS-INDEX) TO SDL-HELD-COUNT.
           MOVE SHRINK-DETAIL-LINE      TO SHRINK-LINE.
           WRITE SHRINK-RECORD AFTER ADVANCING 1.
           ADD QS-ITEM-COUNT(QS-INDEX)  TO WS-GRAND-ITEM-COUNT.
           ADD QS-BOOK-VALUE(QS-INDEX)  TO WS-GRAND-BOOK-VALUE.
           ADD QS-SHORT-QTY(QS-INDEX)   TO WS-GRAND-SHORT-QTY.
           ADD QS-SHORT-VALUE(QS-INDEX) TO WS-GRAND-SHORT-VALUE.
           ADD QS-OVER-QTY(QS-INDEX)    TO WS-GRAND-OVER-QTY.
           ADD QS-OVER-VALUE(QS-INDEX)  TO WS-GRAND-OVER-VALUE.
           ADD QS-HELD-COUNT(QS-INDEX)  TO WS-GRAND-HELD-COUNT.
      *----------------------------------------------------------*
       3560-FINISH-SHRINK-LINE.
      *----------------------------------------------------------*
      *    NET SHRINKAGE IS SHORTAGES LESS OVERAGES AT COST, SHOWN
      *    AS A PERCENT OF THE BOOK VALUE OF THE ITEMS COUNTED.
           MOVE WS-NET-SHRINK-VALUE     TO SDL-NET-VALUE.
           IF  WS-BOOK-VALUE = ZERO
               MOVE ZERO                TO WS-SHRINK-PCT
           ELSE
               COMPUTE WS-SHRINK-PCT ROUNDED =
                   WS-NET-SHRINK-VALUE * 100 / WS-BOOK-VALUE
                   ON SIZE ERROR
                       MOVE 999.99      TO WS-SHRINK-PCT
               END-COMPUTE.
           MOVE WS-SHRINK-PCT           TO SDL-SHRINK-PCT.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "COMPLETE"              TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
       4000-CLOSE-FILES.
      *----------------------------------------------------------*
           CLOSE   INVENTORY-FILE
                   INVENTORY-NEW
                   COUNT-SHEET-FILE
                   PRICE-FILE
                   ADJUSTMENT-FILE
                   PRINT-FILE
                   SHRINK-FILE
                   RUN-LOG-FILE.
           DISPLAY 'INVCOUNT - ITEMS COUNTED   : ' WS-COUNTED-COUNT.
           DISPLAY 'INVCOUNT - VARIANCES POSTED: ' WS-POSTED-COUNT.
           DISPLAY 'INVCOUNT - HELD FOR RECOUNT: ' WS-HELD-COUNT.
           DISPLAY 'INVCOUNT - NOT COUNTED     : ' WS-NOT-COUNTED-COUNT.
           DISPLAY 'INVCOUNT - LINES REJECTED  : ' WS-REJECT-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  TABLE OVERFLOW - INVCOUNT               *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF INVCOUNT                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   INVENTORY-FILE
                   INVENTORY-NEW
                   COUNT-SHEET-FILE
                   PRICE-FILE
                   ADJUSTMENT-FILE
                   PRINT-FILE
                   SHRINK-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8000-READ-INVENTORY.
      *----------------------------------------------------------*
           READ INVENTORY-FILE
               AT END MOVE 'Y'          TO INV-EOF-SW.
      *----------------------------------------------------------*
       8010-READ-COUNT-SHEET.
      *----------------------------------------------------------*
           READ COUNT-SHEET-FILE
               AT END MOVE 'Y'          TO COUNT-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-PRICE-FILE.
      *----------------------------------------------------------*
           READ PRICE-FILE
               AT END MOVE 'Y'          TO PRICE-EOF-SW.
