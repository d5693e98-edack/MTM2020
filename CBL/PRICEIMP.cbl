       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-PRICE-FILE ASSIGN TO VNDPRICE.
           SELECT PRICE-FILE       ASSIGN TO PRICEFL.
           SELECT PRICE-FILE-NEW   ASSIGN TO PRICENEW.
           SELECT PRICE-HOLD-FILE  ASSIGN TO PRICEHLD.
           SELECT OPTIONAL REQ-FOR-PROPOSAL ASSIGN TO RFPFILE.
           SELECT PRINT-FILE       ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE     ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  VENDOR-PRICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
      *    ONE FILE PER VENDOR, BUILT FROM THE SUPPLIER'S CATALOG.
      *    APPROVAL FLAG A IS SET BY THE BUYER ON A LINE RETURNED
      *    ON PRICEHLD SO THAT THE INCREASE LOADS ON THE NEXT RUN.
       01  VENDOR-PRICE-RECORD.
           05  VP-VENDOR-CODE              PIC X(03).
           05  VP-INSTRUMENT-TYPE          PIC X(06).
           05  VP-INSTRUMENT-QUALITY       PIC X(01).
               88  VP-VALID-QUALITY            VALUE 'U' 'N' 'P'.
           05  VP-NEW-PRICE                PIC 9(07)V99.
           05  VP-NEW-PRICE-X REDEFINES VP-NEW-PRICE
                                           PIC X(09).
           05  VP-EFF-DATE.
               10  VP-EFF-YEAR             PIC 9(04).
               10  VP-EFF-MONTH            PIC 9(02).
               10  VP-EFF-DAY              PIC 9(02).
           05  VP-EFF-DATE-X REDEFINES VP-EFF-DATE
                                           PIC X(08).
           05  VP-EFF-DATE-NUM REDEFINES VP-EFF-DATE
                                           PIC 9(08).
           05  VP-APPROVAL-FLAG            PIC X(01).
               88  VP-INCREASE-APPROVED        VALUE 'A'.
           05  FILLER                      PIC X(52).
      *----------------------------------------------------------*
       FD  PRICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       COPY PRICEFL.
      *----------------------------------------------------------*
       FD  PRICE-FILE-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       01  PRICE-NEW-RECORD                PIC X(80).
      *----------------------------------------------------------*
       FD  PRICE-HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       01  PRICE-HOLD-RECORD               PIC X(80).
      *----------------------------------------------------------*
       FD  REQ-FOR-PROPOSAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       01  RFP-RECORD.
           05  RFP-ARTIST-ACCT-NO          PIC X(08).
           05  RFP-MUSICIAN-NAME           PIC X(30).
           05  RFP-INSTRUMENT              PIC X(06).
           05  RFP-INSTRUMENT-QUALITY      PIC X(01).
           05  FILLER                      PIC X(45).
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
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    VENDOR PRICE LIST IMPORT.  EACH VNDPRICE FILE CARRIES ONE
      *    VENDOR'S NEW BASE PRICES; THE VENDOR CODE ON THE FIRST
      *    LINE IS THE VENDOR FOR THE WHOLE FILE.  A VALID PRICE IS
      *    LOADED TO PRICEFL AS AN EFFECTIVE-DATED ROW THE WAY
      *    FAVRATE LOADS SHIPRATE: THE VENDOR'S OPEN ROW FOR THE
      *    ITEM IS CLOSED THE DAY BEFORE THE NEW PRICE TAKES EFFECT
      *    AND A NEW OPEN ROW IS ADDED.  AN INCREASE OVER THE PARM
      *    PERCENT (999, DEFAULT 10) IS NOT LOADED - THE LINE IS
      *    WRITTEN TO PRICEHLD FOR THE BUYER, WHO RETURNS IT WITH
      *    APPROVAL FLAG A.  THE REVIEW REPORT SHOWS OLD AGAINST NEW
      *    PRICE AND, FOR ITEMS ON OPEN RFPS, HOW THE BEST PRICE
      *    ACROSS ALL VENDORS MOVES AND WHAT THAT DOES TO THE COST
      *    OF THOSE RFPS.
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(44) VALUE
                   '  VENDOR PRICE LIST IMPORT - CHANGE REVIEW  '.
               10  FILLER  PIC X(09) VALUE '  VENDOR '.
               10  HL1-VENDOR-CODE         PIC X(03).
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  HL1-BUSINESS-DATE       PIC X(10).
               10  FILLER  PIC X(14) VALUE '   HOLD OVER: '.
               10  HL1-THRESHOLD           PIC ZZ9.
               10  FILLER  PIC X(01) VALUE '%'.
               10  FILLER                  PIC X(32) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(10) VALUE 'TYPE/Q'.
               10  FILLER  PIC X(05) VALUE 'VEN'.
               10  FILLER  PIC X(14) VALUE '   OLD PRICE'.
               10  FILLER  PIC X(14) VALUE '   NEW PRICE'.
               10  FILLER  PIC X(10) VALUE ' CHANGE%'.
               10  FILLER  PIC X(12) VALUE 'EFFECTIVE'.
               10  FILLER  PIC X(67) VALUE 'STATUS'.
      *----------------------------------------------------------*
           05  PRICE-DETAIL-LINE.
               10  PDL-INSTRUMENT          PIC X(06).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  PDL-QUALITY             PIC X(01).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  PDL-VENDOR-CODE         PIC X(03).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  PDL-OLD-PRICE           PIC Z,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  PDL-NEW-PRICE           PIC Z,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  PDL-CHANGE-PCT          PIC ZZ9.99-.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  PDL-EFF-DATE            PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  PDL-STATUS              PIC X(30).
               10  FILLER                  PIC X(37) VALUE SPACE.
      *----------------------------------------------------------*
           05  RFP-EFFECT-LINE.
               10  FILLER                  PIC X(10) VALUE SPACE.
               10  FILLER  PIC X(11) VALUE 'OPEN RFPS: '.
               10  REL-RFP-COUNT           PIC ZZ9.
               10  FILLER  PIC X(18) VALUE '   BEST PRICE WAS '.
               10  REL-OLD-BEST            PIC Z,ZZZ,ZZ9.99.
               10  FILLER  PIC X(06) VALUE '  NOW '.
               10  REL-NEW-BEST            PIC Z,ZZZ,ZZ9.99.
               10  FILLER  PIC X(11) VALUE '   PER RFP '.
               10  REL-PER-RFP             PIC ZZZ,ZZ9.99-.
               10  FILLER  PIC X(09) VALUE '   TOTAL '.
               10  REL-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(14) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** PRICES READ    : '.
               10  TL1-READ-COUNT          PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   LOADED     : '.
               10  TL1-LOADED-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   NEW ITEMS  : '.
               10  TL1-NEW-COUNT           PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   HELD       : '.
               10  TL1-HELD-COUNT          PIC ZZ,ZZ9.
               10  FILLER                  PIC X(40) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(20) VALUE '** REJECTED       : '.
               10  TL2-REJECT-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   NO CHANGE  : '.
               10  TL2-SAME-COUNT          PIC ZZ,ZZ9.
               10  FILLER                  PIC X(84) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-3.
               10  FILLER  PIC X(34) VALUE
                   '** OPEN RFP COST CHANGE - LOADED: '.
               10  TL3-LOADED-EFFECT       PIC $$$,$$$,$$9.99-.
               10  FILLER  PIC X(09) VALUE '   HELD: '.
               10  TL3-HELD-EFFECT         PIC $$$,$$$,$$9.99-.
               10  FILLER                  PIC X(59) VALUE SPACE.
      *----------------------------------------------------------*
       01  PRICE-TABLE-FIELDS.
           05  PRICE-TABLE OCCURS 1000 TIMES
                           INDEXED BY PRICE-INDEX.
               10  PT-INSTRUMENT-TYPE      PIC X(06) VALUE SPACE.
               10  PT-INSTRUMENT-QUALITY   PIC X(01) VALUE SPACE.
               10  PT-BASE-PRICE           PIC 9(07)V99 VALUE ZERO.
               10  PT-VENDOR-CODE          PIC X(03) VALUE SPACE.
               10  PT-EFF-FROM-DATE        PIC 9(08) VALUE ZERO.
               10  PT-EFF-TO-DATE          PIC 9(08) VALUE ZERO.
           05  PRICE-TABLE-COUNT           PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
      *    OPEN RFPS BY ITEM - ONE RFP RECORD IS ONE INSTRUMENT.
       01  RFP-TABLE-FIELDS.
           05  RFP-TABLE OCCURS 300 TIMES
                           INDEXED BY RFP-INDEX.
               10  RQT-INSTRUMENT-TYPE     PIC X(06) VALUE SPACE.
               10  RQT-INSTRUMENT-QUALITY  PIC X(01) VALUE SPACE.
               10  RQT-RFP-COUNT           PIC 9(03) VALUE ZERO.
           05  RFP-TABLE-COUNT             PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-IMPORT-FIELDS.
           05  WS-THRESHOLD-X              PIC X(03).
           05  WS-THRESHOLD-PCT            PIC 9(03) VALUE 10.
           05  WS-FILE-VENDOR-CODE         PIC X(03) VALUE SPACE.
           05  WS-REJECT-REASON            PIC X(30).
           05  WS-OLD-PRICE                PIC 9(07)V99.
           05  WS-OLD-FROM-DATE            PIC 9(08).
           05  WS-CHANGE-PCT               PIC S9(03)V99.
           05  WS-OPEN-ROW-SUB             PIC 9(04) COMP.
           05  WS-OLD-BEST-PRICE           PIC 9(07)V99.
           05  WS-NEW-BEST-PRICE           PIC 9(07)V99.
           05  WS-RFP-COUNT                PIC 9(03).
           05  WS-PER-RFP-CHANGE           PIC S9(07)V99.
           05  WS-RFP-EFFECT               PIC S9(09)V99.
           05  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-LOADED-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-NEW-COUNT                PIC 9(05) VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-SAME-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-LOADED-EFFECT            PIC S9(11)V99 VALUE ZERO.
           05  WS-HELD-EFFECT              PIC S9(11)V99 VALUE ZERO.
           05  WS-RUN-LOG-COUNT            PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-DATE-WORK-FIELDS.
           05  WS-EFF-FROM-INT             PIC 9(07).
           05  WS-CLOSE-DATE-NUM           PIC 9(08).
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
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  VENDOR-PRICE-EOF-SW         PIC X(01) VALUE 'N'.
               88  VENDOR-PRICE-EOF            VALUE 'Y'.
           05  PRICE-EOF-SW                PIC X(01) VALUE 'N'.
               88  PRICE-EOF                   VALUE 'Y'.
           05  RFP-EOF-SW                  PIC X(01) VALUE 'N'.
               88  RFP-EOF                     VALUE 'Y'.
           05  WS-OPEN-ROW-SW              PIC X(01).
               88  WS-OPEN-ROW-FOUND           VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-PRICE-TABLE.
           PERFORM 1200-LOAD-RFP-TABLE.
           PERFORM 8000-READ-VENDOR-PRICE.
           IF  NOT VENDOR-PRICE-EOF
               MOVE VP-VENDOR-CODE      TO WS-FILE-VENDOR-CODE.
           PERFORM 1500-PRINT-HEADINGS.
           PERFORM 2000-PROCESS-PRICE-LINE
               UNTIL VENDOR-PRICE-EOF.
           PERFORM 3000-WRITE-NEW-PRICE-FILE.
           PERFORM 3500-PRINT-TRAILER.
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
           OPEN    INPUT  VENDOR-PRICE-FILE
                          PRICE-FILE
                          REQ-FOR-PROPOSAL
                   OUTPUT PRICE-FILE-NEW
                          PRICE-HOLD-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "PRICEIMP"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           ACCEPT WS-THRESHOLD-X.
           IF  WS-THRESHOLD-X NUMERIC
               MOVE WS-THRESHOLD-X      TO WS-THRESHOLD-PCT.
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
           PERFORM 8010-READ-PRICE-FILE.
           PERFORM 1110-STORE-PRICE-ROW
               UNTIL PRICE-EOF.
      *----------------------------------------------------------*
       1110-STORE-PRICE-ROW.
      *----------------------------------------------------------*
           IF  PRICE-TABLE-COUNT = 1000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO PRICE-TABLE-COUNT.
           SET PRICE-INDEX              TO PRICE-TABLE-COUNT.
           MOVE PF-INSTRUMENT-TYPE      TO
               PT-INSTRUMENT-TYPE(PRICE-INDEX).
           MOVE PF-INSTRUMENT-QUALITY   TO
               PT-INSTRUMENT-QUALITY(PRICE-INDEX).
           MOVE PF-BASE-PRICE           TO PT-BASE-PRICE(PRICE-INDEX).
           MOVE PF-VENDOR-CODE          TO PT-VENDOR-CODE(PRICE-INDEX).
           IF  PF-EFF-FROM-DATE NUMERIC
               MOVE PF-EFF-FROM-DATE    TO
                   PT-EFF-FROM-DATE(PRICE-INDEX)
           ELSE
               MOVE ZERO                TO
                   PT-EFF-FROM-DATE(PRICE-INDEX).
           IF  PF-EFF-TO-DATE NUMERIC
           AND PF-EFF-TO-DATE > ZERO
               MOVE PF-EFF-TO-DATE      TO
                   PT-EFF-TO-DATE(PRICE-INDEX)
           ELSE
               MOVE 99999999            TO
                   PT-EFF-TO-DATE(PRICE-INDEX).
           PERFORM 8010-READ-PRICE-FILE.
      *----------------------------------------------------------*
       1200-LOAD-RFP-TABLE.
      *----------------------------------------------------------*
           PERFORM 8020-READ-RFP-FILE.
           PERFORM 1210-COUNT-ONE-RFP
               UNTIL RFP-EOF.
      *----------------------------------------------------------*
       1210-COUNT-ONE-RFP.
      *----------------------------------------------------------*
           SET RFP-INDEX TO 1.
           SEARCH RFP-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN RQT-INSTRUMENT-TYPE(RFP-INDEX) = RFP-INSTRUMENT
                AND RQT-INSTRUMENT-QUALITY(RFP-INDEX)
                        = RFP-INSTRUMENT-QUALITY
                   ADD 1                TO RQT-RFP-COUNT(RFP-INDEX)
               WHEN RQT-INSTRUMENT-TYPE(RFP-INDEX) = SPACE
                   ADD 1                TO RFP-TABLE-COUNT
                   MOVE RFP-INSTRUMENT
                                    TO RQT-INSTRUMENT-TYPE(RFP-INDEX)
                   MOVE RFP-INSTRUMENT-QUALITY
                                TO RQT-INSTRUMENT-QUALITY(RFP-INDEX)
                   MOVE 1               TO RQT-RFP-COUNT(RFP-INDEX).
           PERFORM 8020-READ-RFP-FILE.
      *----------------------------------------------------------*
       1500-PRINT-HEADINGS.
      *----------------------------------------------------------*
           MOVE WS-FILE-VENDOR-CODE     TO HL1-VENDOR-CODE.
           MOVE WS-CURRENT-DATE         TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO HL1-BUSINESS-DATE.
           MOVE WS-THRESHOLD-PCT        TO HL1-THRESHOLD.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2000-PROCESS-PRICE-LINE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-READ-COUNT
                                           WS-RUN-LOG-COUNT.
           MOVE ZERO                    TO WS-OLD-PRICE
                                           WS-CHANGE-PCT
                                           WS-RFP-COUNT.
           PERFORM 2100-VALIDATE-PRICE-LINE.
           IF  WS-REJECT-REASON = SPACE
               PERFORM 2200-FIND-OPEN-ROW.
           IF  WS-REJECT-REASON = SPACE
           AND WS-OPEN-ROW-FOUND
           AND VP-EFF-DATE-NUM NOT > WS-OLD-FROM-DATE
               MOVE 'REJECTED - NOT AFTER CURRENT'
                                        TO WS-REJECT-REASON.
           IF  WS-REJECT-REASON = SPACE
               PERFORM 2300-FIND-BEST-PRICES
               PERFORM 2400-APPLY-PRICE-LINE
           ELSE
               ADD 1                    TO WS-REJECT-COUNT
               MOVE WS-REJECT-REASON    TO PDL-STATUS.
           PERFORM 2600-PRINT-PRICE-LINE.
           PERFORM 8000-READ-VENDOR-PRICE.
      *----------------------------------------------------------*
       2100-VALIDATE-PRICE-LINE.
      *----------------------------------------------------------*
           MOVE SPACE                   TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN VP-VENDOR-CODE NOT = WS-FILE-VENDOR-CODE
                   MOVE 'REJECTED - NOT THIS VENDOR'
                                        TO WS-REJECT-REASON
               WHEN VP-INSTRUMENT-TYPE = SPACE
                   MOVE 'REJECTED - NO INSTRUMENT TYPE'
                                        TO WS-REJECT-REASON
               WHEN NOT VP-VALID-QUALITY
                   MOVE 'REJECTED - INVALID QUALITY'
                                        TO WS-REJECT-REASON
               WHEN VP-NEW-PRICE-X NOT NUMERIC
                   MOVE 'REJECTED - PRICE NOT NUMERIC'
                                        TO WS-REJECT-REASON
               WHEN VP-NEW-PRICE = ZERO
                   MOVE 'REJECTED - ZERO PRICE'
                                        TO WS-REJECT-REASON
               WHEN VP-EFF-DATE-X NOT NUMERIC
                   MOVE 'REJECTED - INVALID EFF DATE'
                                        TO WS-REJECT-REASON
               WHEN VP-EFF-MONTH < 01 OR VP-EFF-MONTH > 12
                   MOVE 'REJECTED - INVALID EFF DATE'
                                        TO WS-REJECT-REASON
               WHEN VP-EFF-DAY < 01 OR VP-EFF-DAY > 31
                   MOVE 'REJECTED - INVALID EFF DATE'
                                        TO WS-REJECT-REASON
               WHEN VP-EFF-DAY > 30
                AND (VP-EFF-MONTH = 04 OR 06 OR 09 OR 11)
                   MOVE 'REJECTED - INVALID EFF DATE'
                                        TO WS-REJECT-REASON
               WHEN VP-EFF-DAY > 29 AND VP-EFF-MONTH = 02
                   MOVE 'REJECTED - INVALID EFF DATE'
                                        TO WS-REJECT-REASON
           END-EVALUATE.
      *----------------------------------------------------------*
       2200-FIND-OPEN-ROW.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-OPEN-ROW-SW.
           SET PRICE-INDEX TO 1.
           SEARCH PRICE-TABLE
               AT END
                   CONTINUE
               WHEN PT-INSTRUMENT-TYPE(PRICE-INDEX) = VP-INSTRUMENT-TYPE
                AND PT-INSTRUMENT-QUALITY(PRICE-INDEX)
                        = VP-INSTRUMENT-QUALITY
                AND PT-VENDOR-CODE(PRICE-INDEX) = VP-VENDOR-CODE
                AND PT-EFF-TO-DATE(PRICE-INDEX) = 99999999
                   MOVE 'Y'             TO WS-OPEN-ROW-SW
                   SET WS-OPEN-ROW-SUB  TO PRICE-INDEX
                   MOVE PT-BASE-PRICE(PRICE-INDEX)
                                        TO WS-OLD-PRICE
                   MOVE PT-EFF-FROM-DATE(PRICE-INDEX)
                                        TO WS-OLD-FROM-DATE.
      *----------------------------------------------------------*
       2300-FIND-BEST-PRICES.
      *----------------------------------------------------------*
      *    BEST PRICE FOR THE ITEM ACROSS ALL VENDORS' OPEN ROWS,
      *    BEFORE AND AFTER THIS VENDOR'S NEW PRICE.
           MOVE ZERO                    TO WS-OLD-BEST-PRICE.
           MOVE VP-NEW-PRICE            TO WS-NEW-BEST-PRICE.
           PERFORM 2310-CHECK-ONE-ROW
               VARYING PRICE-INDEX FROM 1 BY 1
                   UNTIL PRICE-INDEX > PRICE-TABLE-COUNT.
           IF  WS-OLD-BEST-PRICE = ZERO
               MOVE WS-NEW-BEST-PRICE   TO WS-OLD-BEST-PRICE.
           SET RFP-INDEX TO 1.
           SEARCH RFP-TABLE
               AT END
                   CONTINUE
               WHEN RQT-INSTRUMENT-TYPE(RFP-INDEX) = VP-INSTRUMENT-TYPE
                AND RQT-INSTRUMENT-QUALITY(RFP-INDEX)
                        = VP-INSTRUMENT-QUALITY
                   MOVE RQT-RFP-COUNT(RFP-INDEX)
                                        TO WS-RFP-COUNT.
           COMPUTE WS-PER-RFP-CHANGE =
               WS-NEW-BEST-PRICE - WS-OLD-BEST-PRICE.
           COMPUTE WS-RFP-EFFECT =
               WS-PER-RFP-CHANGE * WS-RFP-COUNT.
      *----------------------------------------------------------*
       2310-CHECK-ONE-ROW.
      *----------------------------------------------------------*
           IF  PT-INSTRUMENT-TYPE(PRICE-INDEX) = VP-INSTRUMENT-TYPE
           AND PT-INSTRUMENT-QUALITY(PRICE-INDEX)
                   = VP-INSTRUMENT-QUALITY
           AND PT-EFF-TO-DATE(PRICE-INDEX) = 99999999
               IF  WS-OLD-BEST-PRICE = ZERO
               OR  PT-BASE-PRICE(PRICE-INDEX) < WS-OLD-BEST-PRICE
                   MOVE PT-BASE-PRICE(PRICE-INDEX)
                                        TO WS-OLD-BEST-PRICE
               END-IF
               IF  PT-VENDOR-CODE(PRICE-INDEX) NOT = VP-VENDOR-CODE
               AND PT-BASE-PRICE(PRICE-INDEX) < WS-NEW-BEST-PRICE
                   MOVE PT-BASE-PRICE(PRICE-INDEX)
                                        TO WS-NEW-BEST-PRICE.
      *----------------------------------------------------------*
       2400-APPLY-PRICE-LINE.
      *----------------------------------------------------------*
           IF  NOT WS-OPEN-ROW-FOUND
               PERFORM 2500-ADD-OPEN-PRICE-ROW
               ADD 1                    TO WS-NEW-COUNT
               ADD WS-RFP-EFFECT        TO WS-LOADED-EFFECT
               MOVE 'NEW ITEM'          TO PDL-STATUS
           ELSE
           IF  VP-NEW-PRICE = WS-OLD-PRICE
               ADD 1                    TO WS-SAME-COUNT
               MOVE 'NO CHANGE - NOT LOADED'
                                        TO PDL-STATUS
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (VP-NEW-PRICE - WS-OLD-PRICE) * 100
                       / WS-OLD-PRICE
                   ON SIZE ERROR
                       MOVE 999.99      TO WS-CHANGE-PCT
               END-COMPUTE
               IF  WS-CHANGE-PCT > WS-THRESHOLD-PCT
               AND NOT VP-INCREASE-APPROVED
                   MOVE VENDOR-PRICE-RECORD
                                        TO PRICE-HOLD-RECORD
                   WRITE PRICE-HOLD-RECORD
                   ADD 1                TO WS-HELD-COUNT
                   ADD WS-RFP-EFFECT    TO WS-HELD-EFFECT
                   MOVE '* HELD FOR BUYER APPROVAL'
                                        TO PDL-STATUS
               ELSE
                   PERFORM 2450-CLOSE-OUT-OPEN-ROW
                   PERFORM 2500-ADD-OPEN-PRICE-ROW
                   ADD 1                TO WS-LOADED-COUNT
                   ADD WS-RFP-EFFECT    TO WS-LOADED-EFFECT
                   IF  WS-CHANGE-PCT > WS-THRESHOLD-PCT
                       MOVE 'LOADED - BUYER APPROVED'
                                        TO PDL-STATUS
                   ELSE
                       MOVE 'LOADED'    TO PDL-STATUS.
      *----------------------------------------------------------*
       2450-CLOSE-OUT-OPEN-ROW.
      *----------------------------------------------------------*
           COMPUTE WS-EFF-FROM-INT =
               FUNCTION INTEGER-OF-DATE(VP-EFF-DATE-NUM) - 1.
           COMPUTE WS-CLOSE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-EFF-FROM-INT).
           MOVE WS-CLOSE-DATE-NUM       TO
               PT-EFF-TO-DATE(WS-OPEN-ROW-SUB).
      *----------------------------------------------------------*
       2500-ADD-OPEN-PRICE-ROW.
      *----------------------------------------------------------*
           IF  PRICE-TABLE-COUNT = 1000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO PRICE-TABLE-COUNT.
           SET PRICE-INDEX              TO PRICE-TABLE-COUNT.
           MOVE VP-INSTRUMENT-TYPE      TO
               PT-INSTRUMENT-TYPE(PRICE-INDEX).
           MOVE VP-INSTRUMENT-QUALITY   TO
               PT-INSTRUMENT-QUALITY(PRICE-INDEX).
           MOVE VP-NEW-PRICE            TO PT-BASE-PRICE(PRICE-INDEX).
           MOVE VP-VENDOR-CODE          TO PT-VENDOR-CODE(PRICE-INDEX).
           MOVE VP-EFF-DATE-NUM         TO
               PT-EFF-FROM-DATE(PRICE-INDEX).
           MOVE 99999999                TO PT-EFF-TO-DATE(PRICE-INDEX).
      *----------------------------------------------------------*
       2600-PRINT-PRICE-LINE.
      *----------------------------------------------------------*
           MOVE VP-INSTRUMENT-TYPE      TO PDL-INSTRUMENT.
           MOVE VP-INSTRUMENT-QUALITY   TO PDL-QUALITY.
           MOVE VP-VENDOR-CODE          TO PDL-VENDOR-CODE.
           MOVE WS-OLD-PRICE            TO PDL-OLD-PRICE.
           IF  VP-NEW-PRICE-X NUMERIC
               MOVE VP-NEW-PRICE        TO PDL-NEW-PRICE
           ELSE
               MOVE ZERO                TO PDL-NEW-PRICE.
           MOVE WS-CHANGE-PCT           TO PDL-CHANGE-PCT.
           IF  VP-EFF-DATE-X NUMERIC
               MOVE VP-EFF-DATE-NUM     TO WS-FMT-DATE-IN
               PERFORM 2900-FORMAT-DATE
               MOVE WS-FMT-DATE-OUT     TO PDL-EFF-DATE
           ELSE
               MOVE VP-EFF-DATE-X       TO PDL-EFF-DATE.
           MOVE PRICE-DETAIL-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           IF  WS-REJECT-REASON = SPACE
           AND WS-RFP-COUNT > ZERO
               MOVE WS-RFP-COUNT        TO REL-RFP-COUNT
               MOVE WS-OLD-BEST-PRICE   TO REL-OLD-BEST
               MOVE WS-NEW-BEST-PRICE   TO REL-NEW-BEST
               MOVE WS-PER-RFP-CHANGE   TO REL-PER-RFP
               MOVE WS-RFP-EFFECT       TO REL-TOTAL
               MOVE RFP-EFFECT-LINE     TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2900-FORMAT-DATE.
      *----------------------------------------------------------*
           MOVE WS-FMT-MONTH            TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-DAY              TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-YEAR             TO WS-FMT-OUT-YEAR.
      *----------------------------------------------------------*
       3000-WRITE-NEW-PRICE-FILE.
      *----------------------------------------------------------*
           PERFORM 3100-WRITE-ONE-PRICE
               VARYING PRICE-INDEX FROM 1 BY 1
                   UNTIL PRICE-INDEX > PRICE-TABLE-COUNT.
      *----------------------------------------------------------*
       3100-WRITE-ONE-PRICE.
      *----------------------------------------------------------*
           MOVE SPACE                   TO PRICE-FILE-RECORD.
           MOVE PT-INSTRUMENT-TYPE(PRICE-INDEX)
                                        TO PF-INSTRUMENT-TYPE.
           MOVE PT-INSTRUMENT-QUALITY(PRICE-INDEX)
                                        TO PF-INSTRUMENT-QUALITY.
           MOVE PT-BASE-PRICE(PRICE-INDEX)  TO PF-BASE-PRICE.
           MOVE PT-VENDOR-CODE(PRICE-INDEX) TO PF-VENDOR-CODE.
           MOVE PT-EFF-FROM-DATE(PRICE-INDEX)
                                        TO PF-EFF-FROM-DATE.
           MOVE PT-EFF-TO-DATE(PRICE-INDEX) TO PF-EFF-TO-DATE.
           MOVE PRICE-FILE-RECORD       TO PRICE-NEW-RECORD.
           WRITE PRICE-NEW-RECORD.
      *----------------------------------------------------------*
       3500-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-READ-COUNT           TO TL1-READ-COUNT.
           MOVE WS-LOADED-COUNT         TO TL1-LOADED-COUNT.
           MOVE WS-NEW-COUNT            TO TL1-NEW-COUNT.
           MOVE WS-HELD-COUNT           TO TL1-HELD-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           MOVE WS-REJECT-COUNT         TO TL2-REJECT-COUNT.
           MOVE WS-SAME-COUNT           TO TL2-SAME-COUNT.
           MOVE TRAILER-2               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE WS-LOADED-EFFECT        TO TL3-LOADED-EFFECT.
           MOVE WS-HELD-EFFECT          TO TL3-HELD-EFFECT.
           MOVE TRAILER-3               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
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
           CLOSE   VENDOR-PRICE-FILE
                   PRICE-FILE
                   PRICE-FILE-NEW
                   PRICE-HOLD-FILE
                   REQ-FOR-PROPOSAL
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'PRICEIMP - VENDOR           : '
               WS-FILE-VENDOR-CODE.
           DISPLAY 'PRICEIMP - PRICES READ      : ' WS-READ-COUNT.
           DISPLAY 'PRICEIMP - PRICES LOADED    : ' WS-LOADED-COUNT.
           DISPLAY 'PRICEIMP - NEW ITEMS        : ' WS-NEW-COUNT.
           DISPLAY 'PRICEIMP - HELD FOR APPROVAL: ' WS-HELD-COUNT.
           DISPLAY 'PRICEIMP - REJECTED         : ' WS-REJECT-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  TABLE OVERFLOW - PRICEIMP               *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF PRICEIMP                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   VENDOR-PRICE-FILE
                   PRICE-FILE
                   PRICE-FILE-NEW
                   PRICE-HOLD-FILE
                   REQ-FOR-PROPOSAL
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8000-READ-VENDOR-PRICE.
      *----------------------------------------------------------*
           READ VENDOR-PRICE-FILE
               AT END MOVE 'Y'          TO VENDOR-PRICE-EOF-SW.
      *----------------------------------------------------------*
       8010-READ-PRICE-FILE.
      *----------------------------------------------------------*
           READ PRICE-FILE
               AT END MOVE 'Y'          TO PRICE-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-RFP-FILE.
      *----------------------------------------------------------*
           READ REQ-FOR-PROPOSAL
               AT END MOVE 'Y'          TO RFP-EOF-SW.
