       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE   ASSIGN TO INVFILE.
           SELECT PRICE-FILE       ASSIGN TO PRICEFL.
           SELECT OPTIONAL INVENTORY-COST-FILE ASSIGN TO INVCOST.
           SELECT INVENTORY-COST-NEW ASSIGN TO INVCOSTN.
           SELECT GL-FEED-FILE     ASSIGN TO GLFEED.
           SELECT XMIT-MANIFEST-FILE ASSIGN TO XMITMANF.
           SELECT PRINT-FILE       ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE     ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL.
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
       FD  PRICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       COPY PRICEFL.
      *----------------------------------------------------------*
       FD  INVENTORY-COST-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  INVENTORY-COST-FILE-RECORD      PIC X(100).
      *----------------------------------------------------------*
       FD  INVENTORY-COST-NEW
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  INVENTORY-COST-NEW-RECORD       PIC X(100).
      *----------------------------------------------------------*
       FD  GL-FEED-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  GL-FEED-RECORD.
           05  GL-RECORD-TYPE              PIC X(01).
           05  GL-DETAIL-BODY.
               10  GL-ACCOUNT              PIC X(08).
               10  GL-DEBIT-CREDIT         PIC X(01).
               10  GL-AMOUNT               PIC 9(09)V99.
               10  GL-TRANS-CODE           PIC X(01).
               10  GL-ACCT-NO              PIC X(08).
               10  GL-POST-DATE            PIC 9(08).
               10  FILLER                  PIC X(33).
           05  GL-CONTROL-BODY REDEFINES GL-DETAIL-BODY.
               10  GL-FEED-ID              PIC X(08).
               10  GL-CTL-DATE             PIC 9(08).
               10  GL-CTL-COUNT            PIC 9(07).
               10  GL-CTL-HASH             PIC 9(13)V99.
               10  FILLER                  PIC X(32).
      *----------------------------------------------------------*
       FD  XMIT-MANIFEST-FILE
           RECORDING MODE IS F.
       COPY XMITMANF.
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRINT-RECORD.
      *    05  CC                          PIC X(01).
           05  PRINT-LINE                  PIC X(132).
      *----------------------------------------------------------*
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
      *----------------------------------------------------------*
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTLFL.
      *----------------------------------------------------------*
       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PERCTL.
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    MONTH-END INVENTORY VALUATION.  EVERY ITEM ON INVFILE IS
      *    VALUED AT THE WEIGHTED AVERAGE UNIT COST PORECPT KEEPS ON
      *    INVCOST, AND THE ON-HAND UNITS ARE SPLIT BY VENDOR IN
      *    PROPORTION TO THE UNITS RECEIVED FROM EACH.  AN ITEM WITH
      *    NO COST RECORD YET (STOCK THAT PREDATES THE AVERAGE) IS
      *    STARTED AT ITS LOWEST PRICEFL BASE PRICE.  THE VALUE OF
      *    EACH ITEM IS KEPT ON INVCOST (OLD/NEW PAIR) SO THE GL
      *    ENTRY IS THE CHANGE SINCE LAST MONTH-END - INVENTORY
      *    14001000 AGAINST INVENTORY ADJUSTMENT 51001000 - AND THE
      *    GLFEED BALANCE TIES TO THE REPORT TOTAL.  AN ITEM WHOSE
      *    ON-HAND QUANTITY HAS NOT CHANGED AND HAS HAD NO RECEIPT
      *    OR RETURN FOR THE PARM NUMBER OF DAYS (999, DEFAULT 180)
      *    IS LISTED AS SLOW-MOVING.  A VALUATION ON A BUSINESS
      *    DATE IN A CLOSED ACCOUNTING PERIOD (PERCTL) GOES TO THE GL
      *    DATED THE FIRST OF THE NEXT OPEN PERIOD AND IS LISTED.
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(56) VALUE
           '  MONTH-END INVENTORY VALUATION AT WEIGHTED AVERAGE COST'.
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  HL1-BUSINESS-DATE       PIC X(10).
               10  FILLER  PIC X(15) VALUE '   SLOW AFTER: '.
               10  HL1-SLOW-DAYS           PIC ZZ9.
               10  FILLER  PIC X(05) VALUE ' DAYS'.
               10  FILLER                  PIC X(27) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(11) VALUE 'TYPE/Q'.
               10  FILLER  PIC X(06) VALUE 'VEND'.
               10  FILLER  PIC X(09) VALUE ' ON HAND'.
               10  FILLER  PIC X(15) VALUE '    AVG COST'.
               10  FILLER  PIC X(20) VALUE '   EXTENDED VALUE'.
               10  FILLER  PIC X(13) VALUE 'LAST MOVE'.
               10  FILLER  PIC X(09) VALUE '  IDLE'.
               10  FILLER  PIC X(49) VALUE 'FLAG'.
      *----------------------------------------------------------*
           05  VALUE-DETAIL-LINE.
               10  VDL-ITEM.
                   15  VDL-INSTRUMENT      PIC X(06).
                   15  VDL-SLASH           PIC X(01).
                   15  VDL-QUALITY         PIC X(01).
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  VDL-VENDOR              PIC X(03).
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  VDL-UNITS               PIC ZZ,ZZ9.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  VDL-AVG-COST            PIC Z,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  VDL-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  VDL-LAST-MOVE           PIC X(10).
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  VDL-IDLE-DAYS           PIC X(06).
               10  VDL-IDLE-DAYS-N REDEFINES VDL-IDLE-DAYS
                                           PIC ZZ,ZZ9.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  VDL-FLAG                PIC X(20).
               10  FILLER                  PIC X(29) VALUE SPACE.
      *----------------------------------------------------------*
           05  SECTION-LINE.
               10  SCL-TITLE               PIC X(40).
               10  SCL-DAYS                PIC ZZ9.
               10  SCL-DAYS-CAPTION        PIC X(05).
               10  FILLER                  PIC X(84) VALUE SPACE.
      *----------------------------------------------------------*
           05  QUALITY-TOTAL-LINE.
               10  QTL-CAPTION             PIC X(30).
               10  QTL-UNITS               PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  QTL-VALUE               PIC $$$,$$$,$$$,$$9.99.
               10  FILLER                  PIC X(74) VALUE SPACE.
      *----------------------------------------------------------*
           05  GL-TIE-LINE.
               10  GTL-CAPTION             PIC X(30).
               10  GTL-AMOUNT              PIC $$$,$$$,$$$,$$9.99-.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  GTL-ENTRY               PIC X(40).
               10  FILLER                  PIC X(41) VALUE SPACE.
      *----------------------------------------------------------*
           05  SLOW-DETAIL-LINE.
               10  SDL-INSTRUMENT          PIC X(06).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  SDL-QUALITY             PIC X(01).
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  SDL-ON-HAND-QTY         PIC ZZ,ZZ9.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  SDL-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  SDL-LAST-MOVE           PIC X(10).
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  SDL-IDLE-DAYS           PIC ZZ,ZZ9.
               10  FILLER                  PIC X(73) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** ITEMS VALUED   : '.
               10  TL1-ITEM-COUNT          PIC ZZ,ZZ9.
               10  FILLER  PIC X(22) VALUE '   COST FROM PRICEFL: '.
               10  TL1-SEEDED-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   SLOW-MOVING: '.
               10  TL1-SLOW-COUNT          PIC ZZ,ZZ9.
               10  FILLER                  PIC X(56) VALUE SPACE.
      *----------------------------------------------------------*
       01  COST-TABLE-FIELDS.
           05  COST-TABLE OCCURS 300 TIMES
                           INDEXED BY CST-INDEX.
               10  CST-KEY                 PIC X(07) VALUE SPACE.
               10  CST-MATCHED-SW          PIC X(01) VALUE 'N'.
               10  CST-RECORD              PIC X(100).
           05  COST-TABLE-COUNT            PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
           COPY INVCOST.
      *----------------------------------------------------------*
       01  PRICE-TABLE-FIELDS.
           05  PRICE-TABLE OCCURS 150 TIMES
                           INDEXED BY PRICE-INDEX.
               10  PT-INSTRUMENT-TYPE      PIC X(06) VALUE SPACE.
               10  PT-INSTRUMENT-QUALITY   PIC X(01) VALUE SPACE.
               10  PT-UNIT-COST            PIC 9(07)V99 VALUE ZERO.
               10  PT-VENDOR-CODE          PIC X(03) VALUE SPACE.
           05  PRICE-TABLE-COUNT           PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  QUALITY-TOTAL-FIELDS.
           05  QUALITY-TOTAL OCCURS 10 TIMES
                           INDEXED BY QT-INDEX.
               10  QT-QUALITY              PIC X(01) VALUE SPACE.
               10  QT-UNITS                PIC 9(07) VALUE ZERO.
               10  QT-VALUE                PIC 9(11)V99 VALUE ZERO.
           05  QUALITY-TOTAL-COUNT         PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------*
       01  SLOW-TABLE-FIELDS.
           05  SLOW-TABLE OCCURS 300 TIMES
                           INDEXED BY SLT-INDEX.
               10  SLT-INSTRUMENT-TYPE     PIC X(06).
               10  SLT-INSTRUMENT-QUALITY  PIC X(01).
               10  SLT-ON-HAND-QTY         PIC 9(05).
               10  SLT-VALUE               PIC 9(09)V99.
               10  SLT-LAST-MOVE-DATE      PIC 9(08).
               10  SLT-IDLE-DAYS           PIC 9(05).
           05  SLOW-TABLE-COUNT            PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  GL-FEED-FIELDS.
           05  WS-GL-INVENTORY-ACCOUNT     PIC X(08) VALUE '14001000'.
           05  WS-GL-ADJUST-ACCOUNT        PIC X(08) VALUE '51001000'.
           05  WS-GL-CHANGE                PIC S9(11)V99 VALUE ZERO.
           05  WS-GL-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-GL-HASH-TOTAL            PIC 9(13)V99 VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-VALUATION-FIELDS.
           05  WS-SLOW-DAYS-X              PIC X(03).
           05  WS-SLOW-DAYS                PIC 9(03) VALUE 180.
           05  WS-TODAY-INT                PIC 9(07).
           05  WS-IDLE-DAYS                PIC S9(05).
           05  WS-COST-KEY.
               10  WS-COST-TYPE            PIC X(06).
               10  WS-COST-QUALITY         PIC X(01).
           05  WS-ITEM-VALUE               PIC 9(09)V99.
           05  WS-PRIOR-TOTAL              PIC 9(11)V99 VALUE ZERO.
           05  WS-CURRENT-TOTAL            PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-UNITS              PIC 9(07) VALUE ZERO.
           05  WS-SLOT-SUB                 PIC 9(01).
           05  WS-LAST-SLOT                PIC 9(01).
           05  WS-SLOT-TOTAL               PIC 9(07).
           05  WS-VENDOR-UNITS             PIC 9(05).
           05  WS-VENDOR-VALUE             PIC 9(09)V99.
           05  WS-UNITS-LEFT               PIC 9(05).
           05  WS-VALUE-LEFT               PIC 9(09)V99.
           05  WS-ITEM-FLAG                PIC X(20).
           05  WS-ITEM-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-SEEDED-COUNT             PIC 9(05) VALUE ZERO.
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
           COPY PERCTLW.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  INV-EOF-SW                  PIC X(01) VALUE 'N'.
               88  INV-EOF                     VALUE 'Y'.
           05  PRICE-EOF-SW                PIC X(01) VALUE 'N'.
               88  PRICE-EOF                   VALUE 'Y'.
           05  COST-EOF-SW                 PIC X(01) VALUE 'N'.
               88  COST-EOF                    VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-PRICE-TABLE.
           PERFORM 1150-LOAD-COST-TABLE.
           PERFORM 1500-WRITE-GL-HEADER.
           PERFORM 2000-VALUE-INVENTORY.
           PERFORM 2800-RETIRE-ONE-ITEM
               VARYING CST-INDEX FROM 1 BY 1
                   UNTIL CST-INDEX > COST-TABLE-COUNT.
           PERFORM 3000-PRINT-TOTALS.
           PERFORM 3100-WRITE-GL-ENTRY.
           PERFORM 3300-WRITE-GL-TRAILER.
           PERFORM 3500-PRINT-SLOW-MOVING.
           PERFORM 3600-WRITE-COST-TABLE
               VARYING CST-INDEX FROM 1 BY 1
                   UNTIL CST-INDEX > COST-TABLE-COUNT.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  INVENTORY-FILE
                          PRICE-FILE
                          INVENTORY-COST-FILE
                   OUTPUT INVENTORY-COST-NEW
                          GL-FEED-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          XMIT-MANIFEST-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "INVVALU"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           ACCEPT WS-SLOW-DAYS-X.
           IF  WS-SLOW-DAYS-X NUMERIC
           AND WS-SLOW-DAYS-X > '000'
               MOVE WS-SLOW-DAYS-X      TO WS-SLOW-DAYS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE)).
           PERFORM 9610-LOAD-PERIOD-CONTROL.
           MOVE WS-CURRENT-DATE         TO WS-PC-CHECK-DATE.
           PERFORM 9620-CHECK-POSTING-PERIOD.
           MOVE WS-CURRENT-DATE         TO WS-FMT-DATE-IN.
           PERFORM 2950-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO HL1-BUSINESS-DATE.
           MOVE WS-SLOW-DAYS            TO HL1-SLOW-DAYS.
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
                       MOVE PF-VENDOR-CODE
                                    TO PT-VENDOR-CODE(PRICE-INDEX)
                   END-IF
               WHEN PT-INSTRUMENT-TYPE(PRICE-INDEX) = SPACE
                   ADD 1                TO PRICE-TABLE-COUNT
                   MOVE PF-INSTRUMENT-TYPE
                                    TO PT-INSTRUMENT-TYPE(PRICE-INDEX)
                   MOVE PF-INSTRUMENT-QUALITY
                                TO PT-INSTRUMENT-QUALITY(PRICE-INDEX)
                   MOVE PF-BASE-PRICE
                                    TO PT-UNIT-COST(PRICE-INDEX)
                   MOVE PF-VENDOR-CODE
                                    TO PT-VENDOR-CODE(PRICE-INDEX).
      *----------------------------------------------------------*
       1150-LOAD-COST-TABLE.
      *----------------------------------------------------------*
           PERFORM 8030-READ-COST.
           PERFORM 1160-STORE-ONE-COST
               UNTIL COST-EOF.
      *----------------------------------------------------------*
       1160-STORE-ONE-COST.
      *----------------------------------------------------------*
           IF  COST-TABLE-COUNT = 300
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO COST-TABLE-COUNT.
           SET CST-INDEX                TO COST-TABLE-COUNT.
           MOVE INVENTORY-COST-FILE-RECORD
                                        TO CST-RECORD(CST-INDEX)
                                           INVENTORY-COST-RECORD.
           MOVE IC-INSTRUMENT-TYPE      TO WS-COST-TYPE.
           MOVE IC-INSTRUMENT-QUALITY   TO WS-COST-QUALITY.
           MOVE WS-COST-KEY             TO CST-KEY(CST-INDEX).
           PERFORM 8030-READ-COST.
      *----------------------------------------------------------*
       1500-WRITE-GL-HEADER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO GL-FEED-RECORD.
           MOVE 'H'                     TO GL-RECORD-TYPE.
           MOVE 'INVVALU'               TO GL-FEED-ID.
           MOVE WS-CURRENT-DATE         TO GL-CTL-DATE.
           WRITE GL-FEED-RECORD.
      *----------------------------------------------------------*
       2000-VALUE-INVENTORY.
      *----------------------------------------------------------*
           PERFORM 8000-READ-INVENTORY.
           PERFORM 2050-VALUE-ONE-ITEM
               UNTIL INV-EOF.
      *----------------------------------------------------------*
       2050-VALUE-ONE-ITEM.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT
                                           WS-ITEM-COUNT.
           MOVE SPACE                   TO WS-ITEM-FLAG.
           MOVE IV-INSTRUMENT-TYPE      TO WS-COST-TYPE.
           MOVE IV-INSTRUMENT-QUALITY   TO WS-COST-QUALITY.
           PERFORM 2100-GET-COST-ENTRY.
           MOVE 'Y'                     TO CST-MATCHED-SW(CST-INDEX).
           ADD IC-LAST-VALUE            TO WS-PRIOR-TOTAL.
           IF  IV-ON-HAND-QTY NOT = IC-LAST-ON-HAND-QTY
               MOVE WS-CURRENT-DATE     TO IC-LAST-MOVE-DATE.
           COMPUTE WS-ITEM-VALUE ROUNDED =
               IV-ON-HAND-QTY * IC-AVG-UNIT-COST.
           IF  IC-LAST-MOVE-DATE > ZERO
               COMPUTE WS-IDLE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(IC-LAST-MOVE-DATE)
           ELSE
               MOVE ZERO                TO WS-IDLE-DAYS.
           IF  IV-ON-HAND-QTY > ZERO
           AND WS-IDLE-DAYS NOT < WS-SLOW-DAYS
               MOVE '* SLOW MOVING'     TO WS-ITEM-FLAG
               PERFORM 2300-ADD-SLOW-ITEM.
           MOVE IV-INSTRUMENT-TYPE      TO VDL-INSTRUMENT.
           MOVE '/'                     TO VDL-SLASH.
           MOVE IV-INSTRUMENT-QUALITY   TO VDL-QUALITY.
           MOVE 'ALL'                   TO VDL-VENDOR.
           MOVE IV-ON-HAND-QTY          TO VDL-UNITS.
           MOVE IC-AVG-UNIT-COST        TO VDL-AVG-COST.
           MOVE WS-ITEM-VALUE           TO VDL-VALUE.
           IF  IC-LAST-MOVE-DATE > ZERO
               MOVE IC-LAST-MOVE-DATE   TO WS-FMT-DATE-IN
               PERFORM 2950-FORMAT-DATE
               MOVE WS-FMT-DATE-OUT     TO VDL-LAST-MOVE
           ELSE
               MOVE SPACE               TO VDL-LAST-MOVE.
           MOVE WS-IDLE-DAYS            TO VDL-IDLE-DAYS-N.
           MOVE WS-ITEM-FLAG            TO VDL-FLAG.
           MOVE VALUE-DETAIL-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           PERFORM 2200-SPLIT-BY-VENDOR.
           PERFORM 2400-ADD-TO-QUALITY-TOTAL.
           ADD WS-ITEM-VALUE            TO WS-CURRENT-TOTAL.
           ADD IV-ON-HAND-QTY           TO WS-TOTAL-UNITS.
           MOVE IV-ON-HAND-QTY          TO IC-LAST-ON-HAND-QTY.
           MOVE WS-ITEM-VALUE           TO IC-LAST-VALUE.
           MOVE INVENTORY-COST-RECORD   TO CST-RECORD(CST-INDEX).
           PERFORM 8000-READ-INVENTORY.
      *----------------------------------------------------------*
       2100-GET-COST-ENTRY.
      *----------------------------------------------------------*
           SET CST-INDEX TO 1.
           SEARCH COST-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN CST-KEY(CST-INDEX) = WS-COST-KEY
                   MOVE CST-RECORD(CST-INDEX)
                                        TO INVENTORY-COST-RECORD
               WHEN CST-KEY(CST-INDEX) = SPACE
                   ADD 1                TO COST-TABLE-COUNT
                   MOVE WS-COST-KEY     TO CST-KEY(CST-INDEX)
                   PERFORM 2150-START-COST-RECORD.
      *----------------------------------------------------------*
       2150-START-COST-RECORD.
      *----------------------------------------------------------*
      *    NO RECEIPT HAS BEEN AVERAGED FOR THIS ITEM YET.  THE
      *    STOCK ON HAND IS TAKEN AT THE LOWEST PRICEFL PRICE AND
      *    CREDITED TO THAT VENDOR, AND ITS IDLE TIME STARTS TODAY.
           ADD 1                        TO WS-SEEDED-COUNT.
           MOVE SPACE                   TO INVENTORY-COST-RECORD.
           MOVE WS-COST-TYPE            TO IC-INSTRUMENT-TYPE.
           MOVE WS-COST-QUALITY         TO IC-INSTRUMENT-QUALITY.
           MOVE ZERO                    TO IC-AVG-UNIT-COST
                                           IC-LAST-RECEIPT-DATE
                                           IC-LAST-VALUE
                                           IC-VENDOR-QTY(1)
                                           IC-VENDOR-QTY(2)
                                           IC-VENDOR-QTY(3)
                                           IC-VENDOR-QTY(4)
                                           IC-VENDOR-QTY(5).
           MOVE WS-CURRENT-DATE         TO IC-LAST-MOVE-DATE.
           MOVE IV-ON-HAND-QTY          TO IC-LAST-ON-HAND-QTY.
           SET PRICE-INDEX TO 1.
           SEARCH PRICE-TABLE
               AT END
                   MOVE 'NO COST ON FILE'   TO WS-ITEM-FLAG
               WHEN PT-INSTRUMENT-TYPE(PRICE-INDEX) = WS-COST-TYPE
                AND PT-INSTRUMENT-QUALITY(PRICE-INDEX)
                        = WS-COST-QUALITY
                   MOVE PT-UNIT-COST(PRICE-INDEX)
                                        TO IC-AVG-UNIT-COST
                   MOVE PT-VENDOR-CODE(PRICE-INDEX)
                                        TO IC-VENDOR-CODE(1)
                   MOVE IV-ON-HAND-QTY  TO IC-VENDOR-QTY(1)
                   MOVE 'COST FROM PRICEFL' TO WS-ITEM-FLAG.
      *----------------------------------------------------------*
       2200-SPLIT-BY-VENDOR.
      *----------------------------------------------------------*
      *    THE ITEM'S UNITS AND VALUE ARE SPREAD OVER ITS VENDORS BY
      *    UNITS RECEIVED; THE LAST VENDOR TAKES THE ROUNDING SO THE
      *    VENDOR LINES ADD BACK TO THE ITEM.
           MOVE ZERO                    TO WS-SLOT-TOTAL
                                           WS-LAST-SLOT.
           PERFORM 2210-ADD-SLOT-QTY
               VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 5.
           IF  WS-SLOT-TOTAL > ZERO
           AND IV-ON-HAND-QTY > ZERO
               MOVE IV-ON-HAND-QTY      TO WS-UNITS-LEFT
               MOVE WS-ITEM-VALUE       TO WS-VALUE-LEFT
               PERFORM 2220-PRINT-ONE-VENDOR
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > 5.
      *----------------------------------------------------------*
       2210-ADD-SLOT-QTY.
      *----------------------------------------------------------*
           IF  IC-VENDOR-QTY(WS-SLOT-SUB) > ZERO
               ADD IC-VENDOR-QTY(WS-SLOT-SUB) TO WS-SLOT-TOTAL
               MOVE WS-SLOT-SUB         TO WS-LAST-SLOT.
      *----------------------------------------------------------*
       2220-PRINT-ONE-VENDOR.
      *----------------------------------------------------------*
           IF  IC-VENDOR-QTY(WS-SLOT-SUB) > ZERO
               IF  WS-SLOT-SUB = WS-LAST-SLOT
                   MOVE WS-UNITS-LEFT   TO WS-VENDOR-UNITS
                   MOVE WS-VALUE-LEFT   TO WS-VENDOR-VALUE
               ELSE
                   COMPUTE WS-VENDOR-UNITS =
                       IV-ON-HAND-QTY * IC-VENDOR-QTY(WS-SLOT-SUB)
                         / WS-SLOT-TOTAL
                   COMPUTE WS-VENDOR-VALUE ROUNDED =
                       WS-VENDOR-UNITS * IC-AVG-UNIT-COST
                   IF  WS-VENDOR-VALUE > WS-VALUE-LEFT
                       MOVE WS-VALUE-LEFT
                                        TO WS-VENDOR-VALUE
                   END-IF
                   SUBTRACT WS-VENDOR-UNITS FROM WS-UNITS-LEFT
                   SUBTRACT WS-VENDOR-VALUE FROM WS-VALUE-LEFT
               END-IF
               MOVE SPACE               TO VDL-ITEM
                                           VDL-LAST-MOVE
                                           VDL-IDLE-DAYS
                                           VDL-FLAG
               MOVE IC-VENDOR-CODE(WS-SLOT-SUB) TO VDL-VENDOR
               MOVE WS-VENDOR-UNITS     TO VDL-UNITS
               MOVE IC-AVG-UNIT-COST    TO VDL-AVG-COST
               MOVE WS-VENDOR-VALUE     TO VDL-VALUE
               MOVE VALUE-DETAIL-LINE   TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2300-ADD-SLOW-ITEM.
      *----------------------------------------------------------*
           IF  SLOW-TABLE-COUNT = 300
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO SLOW-TABLE-COUNT.
           SET SLT-INDEX                TO SLOW-TABLE-COUNT.
           MOVE IV-INSTRUMENT-TYPE  TO SLT-INSTRUMENT-TYPE(SLT-INDEX).
           MOVE IV-INSTRUMENT-QUALITY
                                TO SLT-INSTRUMENT-QUALITY(SLT-INDEX).
           MOVE IV-ON-HAND-QTY      TO SLT-ON-HAND-QTY(SLT-INDEX).
           MOVE WS-ITEM-VALUE       TO SLT-VALUE(SLT-INDEX).
           MOVE IC-LAST-MOVE-DATE   TO SLT-LAST-MOVE-DATE(SLT-INDEX).
           MOVE WS-IDLE-DAYS        TO SLT-IDLE-DAYS(SLT-INDEX).
      *----------------------------------------------------------*
       2400-ADD-TO-QUALITY-TOTAL.
      *----------------------------------------------------------*
           SET QT-INDEX TO 1.
           SEARCH QUALITY-TOTAL
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN QT-QUALITY(QT-INDEX) = IV-INSTRUMENT-QUALITY
                   ADD IV-ON-HAND-QTY   TO QT-UNITS(QT-INDEX)
                   ADD WS-ITEM-VALUE    TO QT-VALUE(QT-INDEX)
               WHEN QT-QUALITY(QT-INDEX) = SPACE
                   ADD 1                TO QUALITY-TOTAL-COUNT
                   MOVE IV-INSTRUMENT-QUALITY
                                        TO QT-QUALITY(QT-INDEX)
                   ADD IV-ON-HAND-QTY   TO QT-UNITS(QT-INDEX)
                   ADD WS-ITEM-VALUE    TO QT-VALUE(QT-INDEX).
      *----------------------------------------------------------*
       2800-RETIRE-ONE-ITEM.
      *----------------------------------------------------------*
      *    A COST RECORD WITH NO INVFILE ITEM THIS MONTH HAS NO
      *    STOCK; ITS LAST VALUE COMES OFF THE GL BALANCE.
           IF  CST-MATCHED-SW(CST-INDEX) = 'N'
               MOVE CST-RECORD(CST-INDEX)
                                        TO INVENTORY-COST-RECORD
               ADD IC-LAST-VALUE        TO WS-PRIOR-TOTAL
               MOVE ZERO                TO IC-LAST-VALUE
                                           IC-LAST-ON-HAND-QTY
               MOVE INVENTORY-COST-RECORD
                                        TO CST-RECORD(CST-INDEX).
      *----------------------------------------------------------*
       2950-FORMAT-DATE.
      *----------------------------------------------------------*
           MOVE WS-FMT-MONTH            TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-DAY              TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-YEAR             TO WS-FMT-OUT-YEAR.
      *----------------------------------------------------------*
       3000-PRINT-TOTALS.
      *----------------------------------------------------------*
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3050-PRINT-ONE-QUALITY
               VARYING QT-INDEX FROM 1 BY 1
                   UNTIL QT-INDEX > QUALITY-TOTAL-COUNT.
           MOVE '** TOTAL STOCK VALUE'  TO QTL-CAPTION.
           MOVE WS-TOTAL-UNITS          TO QTL-UNITS.
           MOVE WS-CURRENT-TOTAL        TO QTL-VALUE.
           MOVE QUALITY-TOTAL-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           COMPUTE WS-GL-CHANGE = WS-CURRENT-TOTAL - WS-PRIOR-TOTAL.
           MOVE SPACE                   TO GTL-ENTRY.
           MOVE '** PRIOR MONTH-END VALUE'  TO GTL-CAPTION.
           MOVE WS-PRIOR-TOTAL          TO GTL-AMOUNT.
           MOVE GL-TIE-LINE             TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE '** CURRENT VALUE'      TO GTL-CAPTION.
           MOVE WS-CURRENT-TOTAL        TO GTL-AMOUNT.
           MOVE GL-TIE-LINE             TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE '** GL INVENTORY ENTRY'  TO GTL-CAPTION.
           MOVE WS-GL-CHANGE            TO GTL-AMOUNT.
           IF  WS-GL-CHANGE < ZERO
               STRING 'DR ' WS-GL-ADJUST-ACCOUNT
                      '  CR ' WS-GL-INVENTORY-ACCOUNT
                   DELIMITED BY SIZE INTO GTL-ENTRY
           ELSE
               STRING 'DR ' WS-GL-INVENTORY-ACCOUNT
                      '  CR ' WS-GL-ADJUST-ACCOUNT
                   DELIMITED BY SIZE INTO GTL-ENTRY.
           MOVE GL-TIE-LINE             TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE WS-ITEM-COUNT           TO TL1-ITEM-COUNT.
           MOVE WS-SEEDED-COUNT         TO TL1-SEEDED-COUNT.
           MOVE SLOW-TABLE-COUNT        TO TL1-SLOW-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3050-PRINT-ONE-QUALITY.
      *----------------------------------------------------------*
           MOVE SPACE                   TO QTL-CAPTION.
           STRING '   TOTAL QUALITY ' QT-QUALITY(QT-INDEX)
               DELIMITED BY SIZE INTO QTL-CAPTION.
           MOVE QT-UNITS(QT-INDEX)      TO QTL-UNITS.
           MOVE QT-VALUE(QT-INDEX)      TO QTL-VALUE.
           MOVE QUALITY-TOTAL-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3100-WRITE-GL-ENTRY.
      *----------------------------------------------------------*
      *    THE MONTH'S CHANGE IN STOCK VALUE.  A RISE DEBITS
      *    INVENTORY, A FALL CREDITS IT, AGAINST THE ADJUSTMENT
      *    ACCOUNT.
           IF  WS-GL-CHANGE NOT = ZERO
               MOVE SPACE               TO GL-FEED-RECORD
               IF  WS-GL-CHANGE > ZERO
                   MOVE WS-GL-CHANGE    TO GL-AMOUNT
                   MOVE WS-GL-INVENTORY-ACCOUNT TO GL-ACCOUNT
                   MOVE 'D'             TO GL-DEBIT-CREDIT
                   PERFORM 3150-WRITE-GL-DETAIL
                   MOVE WS-GL-ADJUST-ACCOUNT    TO GL-ACCOUNT
                   MOVE 'C'             TO GL-DEBIT-CREDIT
                   PERFORM 3150-WRITE-GL-DETAIL
               ELSE
                   COMPUTE GL-AMOUNT = ZERO - WS-GL-CHANGE
                   MOVE WS-GL-ADJUST-ACCOUNT    TO GL-ACCOUNT
                   MOVE 'D'             TO GL-DEBIT-CREDIT
                   PERFORM 3150-WRITE-GL-DETAIL
                   MOVE WS-GL-INVENTORY-ACCOUNT TO GL-ACCOUNT
                   MOVE 'C'             TO GL-DEBIT-CREDIT
                   PERFORM 3150-WRITE-GL-DETAIL
               END-IF
               IF  WS-PC-PERIOD-CLOSED
                   PERFORM 3160-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
       3150-WRITE-GL-DETAIL.
      *----------------------------------------------------------*
           MOVE 'D'                     TO GL-RECORD-TYPE.
           MOVE 'V'                     TO GL-TRANS-CODE.
           MOVE SPACE                   TO GL-ACCT-NO.
           MOVE WS-PC-POST-DATE         TO GL-POST-DATE.
           WRITE GL-FEED-RECORD.
           ADD 1                        TO WS-GL-DETAIL-COUNT.
           ADD GL-AMOUNT                TO WS-GL-HASH-TOTAL.
      *----------------------------------------------------------*
       3160-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
           ADD 1                        TO WS-PC-REDATED-COUNT.
           MOVE 'INVVALU'               TO PLL-SOURCE-ID.
           MOVE 'STOCK VALUE'           TO PLL-KEY.
           MOVE WS-PC-CHECK-DATE        TO PLL-ORIG-DATE.
           MOVE WS-PC-CHECK-DATE(1:6)   TO PLL-CLOSED-PERIOD.
           MOVE 'REDATED '              TO PLL-ACTION.
           MOVE ' TO '                  TO PLL-NEW-DATE-LABEL.
           MOVE WS-PC-POST-DATE         TO PLL-NEW-DATE.
           MOVE WS-GL-CHANGE            TO PLL-AMOUNT.
           MOVE PERIOD-LOCK-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3300-WRITE-GL-TRAILER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO GL-FEED-RECORD.
           MOVE 'T'                     TO GL-RECORD-TYPE.
           MOVE 'INVVALU'               TO GL-FEED-ID.
           MOVE WS-CURRENT-DATE         TO GL-CTL-DATE.
           MOVE WS-GL-DETAIL-COUNT      TO GL-CTL-COUNT.
           MOVE WS-GL-HASH-TOTAL        TO GL-CTL-HASH.
           WRITE GL-FEED-RECORD.
           MOVE SPACE                   TO XMIT-MANIFEST-RECORD.
           MOVE 'GLFEED'                TO MF-FILE-ID.
           MOVE 'S'                     TO MF-DIRECTION.
           MOVE WS-CURRENT-DATE         TO MF-BUSINESS-DATE.
           MOVE WS-GL-DETAIL-COUNT      TO MF-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL        TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
      *----------------------------------------------------------*
       3500-PRINT-SLOW-MOVING.
      *----------------------------------------------------------*
           MOVE 'SLOW-MOVING STOCK - NO MOVEMENT IN'
                                        TO SCL-TITLE.
           MOVE WS-SLOW-DAYS            TO SCL-DAYS.
           MOVE ' DAYS'                 TO SCL-DAYS-CAPTION.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           IF  SLOW-TABLE-COUNT = ZERO
               MOVE '   NONE'           TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
           ELSE
               PERFORM 3550-PRINT-ONE-SLOW-ITEM
                   VARYING SLT-INDEX FROM 1 BY 1
                       UNTIL SLT-INDEX > SLOW-TABLE-COUNT.
      *----------------------------------------------------------*
       3550-PRINT-ONE-SLOW-ITEM.
      *----------------------------------------------------------*
           MOVE SLT-INSTRUMENT-TYPE(SLT-INDEX)    TO SDL-INSTRUMENT.
           MOVE SLT-INSTRUMENT-QUALITY(SLT-INDEX) TO SDL-QUALITY.
           MOVE SLT-ON-HAND-QTY(SLT-INDEX)        TO SDL-ON-HAND-QTY.
           MOVE SLT-VALUE(SLT-INDEX)              TO SDL-VALUE.
           MOVE SLT-LAST-MOVE-DATE(SLT-INDEX)     TO WS-FMT-DATE-IN.
           PERFORM 2950-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT                   TO SDL-LAST-MOVE.
           MOVE SLT-IDLE-DAYS(SLT-INDEX)          TO SDL-IDLE-DAYS.
           MOVE SLOW-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3600-WRITE-COST-TABLE.
      *----------------------------------------------------------*
           MOVE CST-RECORD(CST-INDEX)   TO INVENTORY-COST-NEW-RECORD.
           WRITE INVENTORY-COST-NEW-RECORD.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL        TO RL-CONTROL-TOTAL.
           MOVE "COMPLETE"              TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
       4000-CLOSE-FILES.
      *----------------------------------------------------------*
           CLOSE   INVENTORY-FILE
                   PRICE-FILE
                   INVENTORY-COST-FILE
                   INVENTORY-COST-NEW
                   GL-FEED-FILE
                   XMIT-MANIFEST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'INVVALU - ITEMS VALUED     : ' WS-ITEM-COUNT.
           DISPLAY 'INVVALU - COST FROM PRICEFL: ' WS-SEEDED-COUNT.
           DISPLAY 'INVVALU - SLOW-MOVING ITEMS: ' SLOW-TABLE-COUNT.
           DISPLAY 'INVVALU - STOCK VALUE      : ' WS-CURRENT-TOTAL.
           DISPLAY 'INVVALU - REDATED, CLOSED PD: '
               WS-PC-REDATED-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  TABLE OVERFLOW - INVVALU                *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF INVVALU                  *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   INVENTORY-FILE
                   PRICE-FILE
                   INVENTORY-COST-FILE
                   INVENTORY-COST-NEW
                   GL-FEED-FILE
                   XMIT-MANIFEST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8000-READ-INVENTORY.
      *----------------------------------------------------------*
           READ INVENTORY-FILE
               AT END MOVE 'Y'          TO INV-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-PRICE-FILE.
      *----------------------------------------------------------*
           READ PRICE-FILE
               AT END MOVE 'Y'          TO PRICE-EOF-SW.
      *----------------------------------------------------------*
       8030-READ-COST.
      *----------------------------------------------------------*
           READ INVENTORY-COST-FILE
               AT END MOVE 'Y'          TO COST-EOF-SW.
      *----------------------------------------------------------*
           COPY PERCTLR.
