       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDOR-CREDIT-FILE ASSIGN TO VENDCRM.
           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK.
           SELECT PRINT-FILE       ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE     ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  VENDOR-CREDIT-FILE
           RECORDING MODE IS F.
           COPY VENDCRM.
      *----------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-VENDOR-CODE              PIC X(03).
           05  SR-REASON-SUB               PIC 9(01).
           05  SR-RETURN-DATE              PIC 9(08).
           05  SR-MEMO-NO                  PIC X(10).
           05  SR-PO-NUMBER                PIC X(08).
           05  SR-INSTRUMENT               PIC 9(06).
           05  SR-QUALITY                  PIC X(01).
           05  SR-QTY-RETURNED             PIC 9(05).
           05  SR-CREDIT-AMOUNT            PIC 9(07)V99.
           05  SR-REPLACE-FLAG             PIC X(01).
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
      *    MONTHLY RETURNS REGISTER.  EVERY VENDOR CREDIT MEMO ON
      *    VENDCRM WHOSE RETURN DATE FALLS IN THE REPORT MONTH IS
      *    LISTED BY VENDOR AND REASON (DAMAGED, WRONG ITEM,
      *    QUALITY) WITH REASON AND VENDOR SUBTOTALS, FOLLOWED BY A
      *    SUMMARY OF ALL VENDORS BY REASON.  THE MONTH ARRIVES AS A
      *    YYYYMM PARM; WITHOUT ONE THE REGISTER COVERS THE MONTH
      *    BEFORE THE BUSINESS DATE, THE MONTH JUST CLOSED.
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  VENDOR RETURNS REGISTER - MONTH OF    '.
               10  HL1-REPORT-MONTH        PIC X(07).
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  HL1-BUSINESS-DATE       PIC X(10).
               10  FILLER                  PIC X(59) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(05) VALUE 'VND'.
               10  FILLER  PIC X(14) VALUE 'REASON'.
               10  FILLER  PIC X(12) VALUE 'RMA / MEMO'.
               10  FILLER  PIC X(10) VALUE 'PO NO'.
               10  FILLER  PIC X(12) VALUE 'RETURNED'.
               10  FILLER  PIC X(10) VALUE 'INSTR Q'.
               10  FILLER  PIC X(08) VALUE '     QTY'.
               10  FILLER  PIC X(16) VALUE '   CREDIT AMOUNT'.
               10  FILLER  PIC X(45) VALUE '  REPLACEMENT'.
      *----------------------------------------------------------*
           05  SECTION-LINE.
               10  SCL-TITLE               PIC X(40).
               10  FILLER                  PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  RETURN-DETAIL-LINE.
               10  RDL-VENDOR-CODE         PIC X(03).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RDL-REASON              PIC X(12).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RDL-MEMO-NO             PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RDL-PO-NUMBER           PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RDL-RETURN-DATE         PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RDL-INSTRUMENT          PIC 9(06).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  RDL-QUALITY             PIC X(01).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RDL-QTY                 PIC ZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RDL-CREDIT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(04) VALUE SPACE.
               10  RDL-REPLACEMENT         PIC X(03).
               10  FILLER                  PIC X(40) VALUE SPACE.
      *----------------------------------------------------------*
           05  TOTAL-LINE.
               10  TTL-CAPTION             PIC X(40).
               10  FILLER  PIC X(09) VALUE 'RETURNS: '.
               10  TTL-RETURN-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(07) VALUE '  QTY: '.
               10  TTL-QTY                 PIC ZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE '  CREDIT: '.
               10  TTL-CREDIT-AMOUNT       PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(16) VALUE '  REPLACEMENTS: '.
               10  TTL-REPLACE-COUNT       PIC ZZ,ZZ9.
               10  FILLER                  PIC X(18) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** MEMOS READ      :  '.
               10  TL1-READ-COUNT          PIC ZZ,ZZ9.
               10  FILLER  PIC X(17) VALUE '   IN MONTH    : '.
               10  TL1-SELECTED-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(17) VALUE '   VENDORS     : '.
               10  TL1-VENDOR-COUNT        PIC ZZ,ZZ9.
               10  FILLER                  PIC X(58) VALUE SPACE.
      *----------------------------------------------------------*
      *    SUBTOTALS: 1 THE REASON WITHIN THE VENDOR, 2 THE VENDOR,
      *    3 ALL VENDORS; THE SUMMARY BY REASON IS KEPT APART.
       01  WS-TOTAL-FIELDS.
           05  WS-TOTALS OCCURS 3 TIMES.
               10  WS-TOT-COUNT            PIC 9(05) VALUE ZERO.
               10  WS-TOT-QTY              PIC 9(07) VALUE ZERO.
               10  WS-TOT-AMOUNT           PIC 9(11)V99 VALUE ZERO.
               10  WS-TOT-REPLACE          PIC 9(05) VALUE ZERO.
           05  WS-REASON-TOTALS OCCURS 3 TIMES.
               10  WS-RSN-COUNT            PIC 9(05) VALUE ZERO.
               10  WS-RSN-QTY              PIC 9(07) VALUE ZERO.
               10  WS-RSN-AMOUNT           PIC 9(11)V99 VALUE ZERO.
               10  WS-RSN-REPLACE          PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-REASON-NAMES.
           05  FILLER  PIC X(12) VALUE 'DAMAGED     '.
           05  FILLER  PIC X(12) VALUE 'WRONG ITEM  '.
           05  FILLER  PIC X(12) VALUE 'QUALITY     '.
       01  WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAMES.
           05  WS-REASON-NAME              PIC X(12) OCCURS 3 TIMES.
      *----------------------------------------------------------*
       01  WS-REGISTER-FIELDS.
           05  WS-REPORT-MONTH-X           PIC X(06).
           05  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH-X.
               10  WS-REPORT-YEAR          PIC 9(04).
               10  WS-REPORT-MM            PIC 9(02).
           05  WS-REPORT-MONTH-OUT.
               10  WS-RPT-OUT-MONTH        PIC X(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-RPT-OUT-YEAR         PIC X(04).
           05  WS-RETURN-MONTH             PIC X(06).
           05  WS-BREAK-VENDOR-CODE        PIC X(03) VALUE SPACE.
           05  WS-BREAK-REASON-SUB         PIC 9(01) VALUE ZERO.
           05  WS-TOT-SUB                  PIC 9(01).
           05  WS-REASON-SUB               PIC 9(01).
           05  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-SELECTED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-VENDOR-COUNT             PIC 9(05) VALUE ZERO.
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
           05  CREDIT-EOF-SW               PIC X(01) VALUE 'N'.
               88  CREDIT-EOF                  VALUE 'Y'.
           05  SORT-OUT-EOF-SW             PIC X(01) VALUE 'N'.
               88  SORT-OUT-EOF                VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-VENDOR-CODE
                                SR-REASON-SUB
                                SR-RETURN-DATE
                                SR-MEMO-NO
               INPUT  PROCEDURE IS 2000-SELECT-MONTH-RETURNS
               OUTPUT PROCEDURE IS 2500-PRINT-RETURNS-REGISTER.
           PERFORM 3000-PRINT-REASON-SUMMARY.
           PERFORM 3800-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  VENDOR-CREDIT-FILE
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "RMAREG"                TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           ACCEPT WS-REPORT-MONTH-X.
           IF  WS-REPORT-MONTH-X NOT NUMERIC
           OR  WS-REPORT-MM < 1
           OR  WS-REPORT-MM > 12
               PERFORM 1080-DEFAULT-REPORT-MONTH.
           MOVE WS-REPORT-MM            TO WS-RPT-OUT-MONTH.
           MOVE WS-REPORT-YEAR          TO WS-RPT-OUT-YEAR.
           MOVE WS-REPORT-MONTH-OUT     TO HL1-REPORT-MONTH.
           MOVE WS-CURRENT-DATE         TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO HL1-BUSINESS-DATE.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
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
       1080-DEFAULT-REPORT-MONTH.
      *----------------------------------------------------------*
           MOVE WS-CURRENT-YEAR         TO WS-REPORT-YEAR.
           IF  WS-CURRENT-MONTH = 1
               MOVE 12                  TO WS-REPORT-MM
               SUBTRACT 1             FROM WS-REPORT-YEAR
           ELSE
               COMPUTE WS-REPORT-MM = WS-CURRENT-MONTH - 1.
      *----------------------------------------------------------*
       2000-SELECT-MONTH-RETURNS.
      *----------------------------------------------------------*
           PERFORM 8000-READ-CREDIT-MEMO.
           PERFORM 2100-RELEASE-ONE-RETURN
               UNTIL CREDIT-EOF.
      *----------------------------------------------------------*
       2100-RELEASE-ONE-RETURN.
      *----------------------------------------------------------*
           ADD 1                        TO WS-READ-COUNT
                                           WS-RUN-LOG-COUNT.
           MOVE CM-RETURN-DATE(1:6)     TO WS-RETURN-MONTH.
           IF  WS-RETURN-MONTH = WS-REPORT-MONTH-X
               ADD 1                    TO WS-SELECTED-COUNT
               MOVE CM-VENDOR-CODE      TO SR-VENDOR-CODE
               EVALUATE TRUE
                   WHEN CM-DAMAGED
                       MOVE 1           TO SR-REASON-SUB
                   WHEN CM-WRONG-ITEM
                       MOVE 2           TO SR-REASON-SUB
                   WHEN OTHER
                       MOVE 3           TO SR-REASON-SUB
               END-EVALUATE
               MOVE CM-RETURN-DATE      TO SR-RETURN-DATE
               MOVE CM-MEMO-NO          TO SR-MEMO-NO
               MOVE CM-PO-NUMBER        TO SR-PO-NUMBER
               MOVE CM-INSTRUMENT       TO SR-INSTRUMENT
               MOVE CM-INSTRUMENT-QUALITY TO SR-QUALITY
               MOVE CM-QTY-RETURNED     TO SR-QTY-RETURNED
               MOVE CM-CREDIT-AMOUNT    TO SR-CREDIT-AMOUNT
               MOVE CM-REPLACE-FLAG     TO SR-REPLACE-FLAG
               RELEASE SORT-WORK-RECORD.
           PERFORM 8000-READ-CREDIT-MEMO.
      *----------------------------------------------------------*
       2500-PRINT-RETURNS-REGISTER.
      *----------------------------------------------------------*
           PERFORM 2690-RETURN-ONE-MEMO.
           PERFORM 2600-PRINT-ONE-RETURN
               UNTIL SORT-OUT-EOF.
           IF  WS-BREAK-VENDOR-CODE NOT = SPACE
               PERFORM 2650-PRINT-REASON-TOTAL
               PERFORM 2660-PRINT-VENDOR-TOTAL.
           MOVE 'TOTAL RETURNS - ALL VENDORS' TO TTL-CAPTION.
           MOVE 3                       TO WS-TOT-SUB.
           PERFORM 2670-PRINT-TOTAL-LINE.
      *----------------------------------------------------------*
       2600-PRINT-ONE-RETURN.
      *----------------------------------------------------------*
           IF  SR-VENDOR-CODE NOT = WS-BREAK-VENDOR-CODE
               IF  WS-BREAK-VENDOR-CODE NOT = SPACE
                   PERFORM 2650-PRINT-REASON-TOTAL
                   PERFORM 2660-PRINT-VENDOR-TOTAL
               END-IF
               ADD 1                    TO WS-VENDOR-COUNT
               MOVE SR-VENDOR-CODE      TO WS-BREAK-VENDOR-CODE
               MOVE SR-REASON-SUB       TO WS-BREAK-REASON-SUB
               MOVE SPACE               TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
           ELSE
               IF  SR-REASON-SUB NOT = WS-BREAK-REASON-SUB
                   PERFORM 2650-PRINT-REASON-TOTAL
                   MOVE SR-REASON-SUB   TO WS-BREAK-REASON-SUB.
           MOVE SR-VENDOR-CODE          TO RDL-VENDOR-CODE.
           MOVE WS-REASON-NAME(SR-REASON-SUB) TO RDL-REASON.
           MOVE SR-MEMO-NO              TO RDL-MEMO-NO.
           MOVE SR-PO-NUMBER            TO RDL-PO-NUMBER.
           MOVE SR-RETURN-DATE          TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO RDL-RETURN-DATE.
           MOVE SR-INSTRUMENT           TO RDL-INSTRUMENT.
           MOVE SR-QUALITY              TO RDL-QUALITY.
           MOVE SR-QTY-RETURNED         TO RDL-QTY.
           MOVE SR-CREDIT-AMOUNT        TO RDL-CREDIT-AMOUNT.
           IF  SR-REPLACE-FLAG = 'Y'
               MOVE 'YES'               TO RDL-REPLACEMENT
           ELSE
               MOVE 'NO '               TO RDL-REPLACEMENT.
           MOVE RETURN-DETAIL-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 2610-ADD-TO-TOTALS
               VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > 3.
           ADD 1                        TO WS-RSN-COUNT(SR-REASON-SUB).
           ADD SR-QTY-RETURNED          TO WS-RSN-QTY(SR-REASON-SUB).
           ADD SR-CREDIT-AMOUNT       TO WS-RSN-AMOUNT(SR-REASON-SUB).
           IF  SR-REPLACE-FLAG = 'Y'
               ADD 1                  TO WS-RSN-REPLACE(SR-REASON-SUB).
           PERFORM 2690-RETURN-ONE-MEMO.
      *----------------------------------------------------------*
       2610-ADD-TO-TOTALS.
      *----------------------------------------------------------*
           ADD 1                        TO WS-TOT-COUNT(WS-TOT-SUB).
           ADD SR-QTY-RETURNED          TO WS-TOT-QTY(WS-TOT-SUB).
           ADD SR-CREDIT-AMOUNT         TO WS-TOT-AMOUNT(WS-TOT-SUB).
           IF  SR-REPLACE-FLAG = 'Y'
               ADD 1                    TO WS-TOT-REPLACE(WS-TOT-SUB).
      *----------------------------------------------------------*
       2650-PRINT-REASON-TOTAL.
      *----------------------------------------------------------*
           MOVE SPACE                   TO TTL-CAPTION.
           STRING '   TOTAL ' WS-BREAK-VENDOR-CODE ' '
                  WS-REASON-NAME(WS-BREAK-REASON-SUB)
               DELIMITED BY SIZE INTO TTL-CAPTION.
           MOVE 1                       TO WS-TOT-SUB.
           PERFORM 2670-PRINT-TOTAL-LINE.
      *----------------------------------------------------------*
       2660-PRINT-VENDOR-TOTAL.
      *----------------------------------------------------------*
           MOVE SPACE                   TO TTL-CAPTION.
           STRING '   TOTAL VENDOR ' WS-BREAK-VENDOR-CODE
               DELIMITED BY SIZE INTO TTL-CAPTION.
           MOVE 2                       TO WS-TOT-SUB.
           PERFORM 2670-PRINT-TOTAL-LINE.
      *----------------------------------------------------------*
       2670-PRINT-TOTAL-LINE.
      *----------------------------------------------------------*
           MOVE WS-TOT-COUNT(WS-TOT-SUB)   TO TTL-RETURN-COUNT.
           MOVE WS-TOT-QTY(WS-TOT-SUB)     TO TTL-QTY.
           MOVE WS-TOT-AMOUNT(WS-TOT-SUB)  TO TTL-CREDIT-AMOUNT.
           MOVE WS-TOT-REPLACE(WS-TOT-SUB) TO TTL-REPLACE-COUNT.
           MOVE TOTAL-LINE              TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE ZERO                    TO WS-TOT-COUNT(WS-TOT-SUB)
                                           WS-TOT-QTY(WS-TOT-SUB)
                                           WS-TOT-AMOUNT(WS-TOT-SUB)
                                           WS-TOT-REPLACE(WS-TOT-SUB).
      *----------------------------------------------------------*
       2690-RETURN-ONE-MEMO.
      *----------------------------------------------------------*
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y'          TO SORT-OUT-EOF-SW.
      *----------------------------------------------------------*
       2900-FORMAT-DATE.
      *----------------------------------------------------------*
           MOVE WS-FMT-MONTH            TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-DAY              TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-YEAR             TO WS-FMT-OUT-YEAR.
      *----------------------------------------------------------*
       3000-PRINT-REASON-SUMMARY.
      *----------------------------------------------------------*
           MOVE 'RETURNS BY REASON - ALL VENDORS' TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3100-PRINT-ONE-REASON
               VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 3.
      *----------------------------------------------------------*
       3100-PRINT-ONE-REASON.
      *----------------------------------------------------------*
           MOVE SPACE                   TO TTL-CAPTION.
           STRING '   ' WS-REASON-NAME(WS-REASON-SUB)
               DELIMITED BY SIZE INTO TTL-CAPTION.
           MOVE WS-RSN-COUNT(WS-REASON-SUB)   TO TTL-RETURN-COUNT.
           MOVE WS-RSN-QTY(WS-REASON-SUB)     TO TTL-QTY.
           MOVE WS-RSN-AMOUNT(WS-REASON-SUB)  TO TTL-CREDIT-AMOUNT.
           MOVE WS-RSN-REPLACE(WS-REASON-SUB) TO TTL-REPLACE-COUNT.
           MOVE TOTAL-LINE              TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3800-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-READ-COUNT           TO TL1-READ-COUNT.
           MOVE WS-SELECTED-COUNT       TO TL1-SELECTED-COUNT.
           MOVE WS-VENDOR-COUNT         TO TL1-VENDOR-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
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
           CLOSE   VENDOR-CREDIT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'RMAREG - REPORT MONTH       : ' WS-REPORT-MONTH-X.
           DISPLAY 'RMAREG - CREDIT MEMOS READ  : ' WS-READ-COUNT.
           DISPLAY 'RMAREG - RETURNS IN MONTH   : ' WS-SELECTED-COUNT.
           DISPLAY 'RMAREG - VENDORS            : ' WS-VENDOR-COUNT.
      *----------------------------------------------------------*
       8000-READ-CREDIT-MEMO.
      *----------------------------------------------------------*
           READ VENDOR-CREDIT-FILE
               AT END MOVE 'Y'          TO CREDIT-EOF-SW.
