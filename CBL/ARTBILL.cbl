       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTBILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-MASTER-FILE   ASSIGN TO POMAST.
           SELECT REQ-FOR-PROPOSAL ASSIGN TO RFPFILE.
           SELECT ACCT-MASTER      ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO.
           SELECT OPTIONAL BILLED-HIST-FILE ASSIGN TO ARTBILLH.
           SELECT ARTIST-TRAN-FILE ASSIGN TO ARTTRAN.
           SELECT PRINT-FILE       ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE     ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  PO-MASTER-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PO-MASTER-RECORD.
           05  PO-PO-NUMBER                PIC X(08).
           05  PO-VENDOR-CODE              PIC X(03).
           05  PO-ARTIST-ACCT-NO           PIC X(08).
           05  PO-INSTRUMENT               PIC 9(06).
           05  PO-QUALITY                  PIC X(01).
           05  PO-AGREED-COST              PIC 9(07)V99.
           05  PO-SHIP-TERMS               PIC X(03).
           05  PO-ISSUE-DATE               PIC 9(08).
           05  PO-PROMISED-DATE            PIC 9(08).
           05  PO-STATUS                   PIC X(01).
               88  PO-RECEIVED                 VALUE 'R'.
           05  PO-RECEIPT-DATE             PIC 9(08).
           05  FILLER                      PIC X(17).
      *----------------------------------------------------------*
       FD  REQ-FOR-PROPOSAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       01  RFP-RECORD.
           05  RFP-ARTIST-ACCT-NO          PIC X(08).
           05  RFP-MUSICIAN-NAME.
               10  RFP-MUSICIAN-LNAME      PIC X(15).
               10  RFP-MUSICIAN-FNAME      PIC X(15).
           05  RFP-INSTRUMENT              PIC 9(06).
           05  RFP-INSTRUMENT-QUALITY      PIC X(01).
           05  RFP-SHIP-TO-FLAG            PIC X(03).
           05  RFP-COST-PER-INSTRUMENT     PIC S9(07)V99.
           05  RFP-ADDITIONAL-COSTS.
               10  RFP-SHIPPING-COST       PIC S9(04)V99.
               10  RFP-TAX-AMT             PIC S9(03)V99.
           05  RFP-CURRENCY-CODE           PIC X(03).
           05  RFP-LOCAL-COST              PIC S9(09)V99.
           05  RFP-FX-RATE                 PIC 9(03)V9(04).
           05  FILLER                      PIC X(01).
      *----------------------------------------------------------*
       FD  ACCT-MASTER.
      *----------------------------------------------------------*
       COPY ACCTREC.
      *----------------------------------------------------------*
       FD  BILLED-HIST-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    ONE RECORD PER PO ALREADY BILLED TO THE ARTIST, SO A
      *    RECEIVED INSTRUMENT IS NEVER CHARGED TWICE.
       01  BILLED-HIST-RECORD.
           05  BH-PO-NUMBER                PIC X(08).
           05  BH-ACCT-NO                  PIC X(08).
           05  BH-BILLED-DATE              PIC 9(08).
           05  BH-AMOUNT                   PIC 9(07)V99.
           05  FILLER                      PIC X(47).
      *----------------------------------------------------------*
       FD  ARTIST-TRAN-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       COPY POSTTRAN.
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
      *    ARTIST BILLING FOR AWARDED INSTRUMENTS.  EVERY PO ON
      *    POMAST THAT PORECPT HAS MARKED RECEIVED AND THAT IS NOT
      *    YET ON THE ARTBILLH BILLED HISTORY IS CHARGED TO THE
      *    ARTIST'S ACCOUNT AT OUR COST (THE PO AGREED COST) PLUS
      *    THE SHIPPING AND TAX ON THE ARTIST'S RFP.  THE CHARGES
      *    ARE WRITTEN AS ONE BALANCED D (DEBIT) BATCH ON ARTTRAN
      *    IN POSTTRAN FORMAT FOR ACCTPOST, THE HASH BEING THE SUM
      *    OF THE DEBIT AMOUNTS.  THE REFERENCE IS THE PO NUMBER
      *    WITHOUT ITS LEADING P (MMDD AND SEQUENCE).  AN AWARD FOR
      *    AN ACCOUNT THAT IS NOT ON ACCTMST, CLOSED, CLOSING OR
      *    CHARGED OFF IS REJECTED AND LISTED; IT IS NOT RECORDED
      *    AS BILLED, SO IT COMES UP AGAIN ONCE THE ACCOUNT IS PUT
      *    RIGHT.
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  ARTIST INSTRUMENT INVOICE LISTING     '.
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  HL1-BUSINESS-DATE       PIC X(10).
               10  FILLER                  PIC X(66) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(10) VALUE 'ACCOUNT'.
               10  FILLER  PIC X(26) VALUE 'ARTIST'.
               10  FILLER  PIC X(10) VALUE 'PO NO'.
               10  FILLER  PIC X(10) VALUE 'INSTR/Q'.
               10  FILLER  PIC X(12) VALUE '    OUR COST'.
               10  FILLER  PIC X(12) VALUE '    SHIPPING'.
               10  FILLER  PIC X(12) VALUE '         TAX'.
               10  FILLER  PIC X(15) VALUE '  AMOUNT BILLED'.
               10  FILLER  PIC X(25) VALUE '  NOTE'.
      *----------------------------------------------------------*
           05  SECTION-LINE.
               10  SCL-TITLE               PIC X(40).
               10  FILLER                  PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  INVOICE-DETAIL-LINE.
               10  IDL-ACCT-NO             PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  IDL-ARTIST-NAME         PIC X(24).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  IDL-PO-NUMBER           PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  IDL-INSTRUMENT          PIC 9(06).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  IDL-QUALITY             PIC X(01).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  IDL-COST                PIC Z,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  IDL-SHIPPING            PIC ZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  IDL-TAX                 PIC ZZ,ZZ9.99-.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  IDL-AMOUNT              PIC $$,$$$,$$9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  IDL-NOTE                PIC X(20).
               10  FILLER                  PIC X(03) VALUE SPACE.
      *----------------------------------------------------------*
           05  REJECT-DETAIL-LINE.
               10  RDL-ACCT-NO             PIC X(08).
               10  FILLER                  PIC X(28) VALUE SPACE.
               10  RDL-PO-NUMBER           PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RDL-INSTRUMENT          PIC 9(06).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  RDL-QUALITY             PIC X(01).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RDL-COST                PIC Z,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(41) VALUE SPACE.
               10  RDL-REASON              PIC X(20).
               10  FILLER                  PIC X(03) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** INSTRUMENTS BILLED:'.
               10  TL1-BILLED-COUNT        PIC Z,ZZ9.
               10  FILLER  PIC X(17) VALUE '   AMOUNT      : '.
               10  TL1-BILLED-AMOUNT       PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(17) VALUE '   REJECTED    : '.
               10  TL1-REJECTED-COUNT      PIC Z,ZZ9.
               10  FILLER  PIC X(17) VALUE '   ALREADY BILLED'.
               10  FILLER  PIC X(02) VALUE ': '.
               10  TL1-PRIOR-COUNT         PIC Z,ZZ9.
               10  FILLER                  PIC X(28) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(22) VALUE '** ARTBIL BATCH COUNT:'.
               10  TL2-BATCH-COUNT         PIC Z,ZZ9.
               10  FILLER  PIC X(17) VALUE '   BATCH HASH  : '.
               10  TL2-BATCH-HASH          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(71) VALUE SPACE.
      *----------------------------------------------------------*
       01  RFP-TABLE-FIELDS.
           05  RFP-TABLE OCCURS 1000 TIMES
                           INDEXED BY RF-INDEX.
               10  RFT-ACCT-NO             PIC X(08) VALUE SPACE.
               10  RFT-SHIPPING-COST       PIC S9(04)V99 VALUE ZERO.
               10  RFT-TAX-AMT             PIC S9(03)V99 VALUE ZERO.
           05  RFP-TABLE-COUNT             PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  BILLED-TABLE-FIELDS.
           05  BILLED-TABLE OCCURS 2000 TIMES
                           INDEXED BY BH-INDEX.
               10  BHT-PO-NUMBER           PIC X(08) VALUE SPACE.
           05  BILLED-TABLE-COUNT          PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  REJECT-TABLE-FIELDS.
           05  REJECT-TABLE OCCURS 500 TIMES
                           INDEXED BY RJ-INDEX.
               10  RJT-ACCT-NO             PIC X(08).
               10  RJT-PO-NUMBER           PIC X(08).
               10  RJT-INSTRUMENT          PIC 9(06).
               10  RJT-QUALITY             PIC X(01).
               10  RJT-COST                PIC 9(07)V99.
               10  RJT-REASON              PIC X(20).
           05  REJECT-TABLE-COUNT          PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-BILLING-FIELDS.
           05  WS-SHIPPING-COST            PIC S9(04)V99.
           05  WS-TAX-AMT                  PIC S9(03)V99.
           05  WS-BILL-AMOUNT              PIC S9(09)V99.
           05  WS-REJECT-REASON            PIC X(20).
           05  WS-NOTE                     PIC X(20).
           05  WS-BILLED-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-PRIOR-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-BILLED-AMOUNT            PIC 9(11)V99 VALUE ZERO.
           05  WS-TRAN-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-BATCH-AMT-HASH           PIC 9(11)V99 VALUE ZERO.
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
           05  PO-EOF-SW                   PIC X(01) VALUE 'N'.
               88  PO-EOF                      VALUE 'Y'.
           05  RFP-EOF-SW                  PIC X(01) VALUE 'N'.
               88  RFP-EOF                     VALUE 'Y'.
           05  HIST-EOF-SW                 PIC X(01) VALUE 'N'.
               88  HIST-EOF                    VALUE 'Y'.
           05  WS-ALREADY-BILLED-SW        PIC X(01).
               88  WS-ALREADY-BILLED           VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-RFP-COSTS.
           PERFORM 1200-LOAD-BILLED-HISTORY.
           PERFORM 1500-WRITE-BATCH-HEADER.
           PERFORM 8000-READ-PO-MASTER.
           PERFORM 2000-BILL-ONE-PO
               UNTIL PO-EOF.
           PERFORM 2500-WRITE-BATCH-TRAILER.
           PERFORM 3000-PRINT-REJECTIONS.
           PERFORM 3800-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           IF  WS-REJECTED-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  PO-MASTER-FILE
                          REQ-FOR-PROPOSAL
                          ACCT-MASTER
                   OUTPUT ARTIST-TRAN-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "ARTBILL"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO HL1-BUSINESS-DATE.
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
       1100-LOAD-RFP-COSTS.
      *----------------------------------------------------------*
           PERFORM 8010-READ-RFP-FILE.
           PERFORM 1110-STORE-ONE-RFP
               UNTIL RFP-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-RFP.
      *----------------------------------------------------------*
           SET RF-INDEX TO 1.
           SEARCH RFP-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN RFT-ACCT-NO(RF-INDEX) = RFP-ARTIST-ACCT-NO
                   CONTINUE
               WHEN RFT-ACCT-NO(RF-INDEX) = SPACE
                   ADD 1                TO RFP-TABLE-COUNT
                   MOVE RFP-ARTIST-ACCT-NO
                                        TO RFT-ACCT-NO(RF-INDEX)
                   IF  RFP-SHIPPING-COST NUMERIC
                       MOVE RFP-SHIPPING-COST
                                    TO RFT-SHIPPING-COST(RF-INDEX)
                   END-IF
                   IF  RFP-TAX-AMT NUMERIC
                       MOVE RFP-TAX-AMT TO RFT-TAX-AMT(RF-INDEX)
                   END-IF
           END-SEARCH.
           PERFORM 8010-READ-RFP-FILE.
      *----------------------------------------------------------*
       1200-LOAD-BILLED-HISTORY.
      *----------------------------------------------------------*
      *    THE HISTORY IS READ INTO THE TABLE AND THEN REOPENED
      *    FOR EXTEND SO THIS RUN'S CHARGES ARE ADDED TO IT.
           OPEN INPUT BILLED-HIST-FILE.
           PERFORM 8020-READ-BILLED-HIST.
           PERFORM 1210-STORE-ONE-BILLED
               UNTIL HIST-EOF.
           CLOSE BILLED-HIST-FILE.
           OPEN EXTEND BILLED-HIST-FILE.
      *----------------------------------------------------------*
       1210-STORE-ONE-BILLED.
      *----------------------------------------------------------*
           IF  BILLED-TABLE-COUNT = 2000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO BILLED-TABLE-COUNT.
           SET BH-INDEX                 TO BILLED-TABLE-COUNT.
           MOVE BH-PO-NUMBER            TO BHT-PO-NUMBER(BH-INDEX).
           PERFORM 8020-READ-BILLED-HIST.
      *----------------------------------------------------------*
       1500-WRITE-BATCH-HEADER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'H'                     TO PT-TRAN-CODE.
           MOVE 'ARTBIL'                TO PT-BATCH-NUMBER.
           WRITE POST-TRAN-RECORD.
      *----------------------------------------------------------*
       2000-BILL-ONE-PO.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  PO-RECEIVED
               PERFORM 2050-CHECK-ALREADY-BILLED
               IF  WS-ALREADY-BILLED
                   ADD 1                TO WS-PRIOR-COUNT
               ELSE
                   PERFORM 2100-CHECK-ARTIST-ACCOUNT
                   IF  WS-REJECT-REASON = SPACE
                       PERFORM 2200-BILL-ONE-INSTRUMENT
                   ELSE
                       PERFORM 2400-STORE-REJECTION.
           PERFORM 8000-READ-PO-MASTER.
      *----------------------------------------------------------*
       2050-CHECK-ALREADY-BILLED.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-ALREADY-BILLED-SW.
           SET BH-INDEX TO 1.
           SEARCH BILLED-TABLE
               AT END
                   CONTINUE
               WHEN BHT-PO-NUMBER(BH-INDEX) = PO-PO-NUMBER
                   MOVE 'Y'             TO WS-ALREADY-BILLED-SW.
      *----------------------------------------------------------*
       2100-CHECK-ARTIST-ACCOUNT.
      *----------------------------------------------------------*
           MOVE SPACE                   TO WS-REJECT-REASON.
           MOVE PO-ARTIST-ACCT-NO       TO ACCT-NO.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE'
                                        TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF  ACCT-CLOSED
                       MOVE 'ACCOUNT CLOSED'
                                        TO WS-REJECT-REASON
                   END-IF
                   IF  ACCT-PENDING-CLOSE
                       MOVE 'ACCOUNT CLOSING'
                                        TO WS-REJECT-REASON
                   END-IF
                   IF  ACCT-RECOVERY
                       MOVE 'ACCOUNT CHARGED OFF'
                                        TO WS-REJECT-REASON
                   END-IF
           END-READ.
      *----------------------------------------------------------*
       2200-BILL-ONE-INSTRUMENT.
      *----------------------------------------------------------*
           MOVE ZERO                    TO WS-SHIPPING-COST
                                           WS-TAX-AMT.
           MOVE SPACE                   TO WS-NOTE.
           SET RF-INDEX TO 1.
           SEARCH RFP-TABLE
               AT END
                   MOVE 'NO RFP - COST ONLY' TO WS-NOTE
               WHEN RFT-ACCT-NO(RF-INDEX) = PO-ARTIST-ACCT-NO
                   MOVE RFT-SHIPPING-COST(RF-INDEX)
                                        TO WS-SHIPPING-COST
                   MOVE RFT-TAX-AMT(RF-INDEX)
                                        TO WS-TAX-AMT
               WHEN RFT-ACCT-NO(RF-INDEX) = SPACE
                   MOVE 'NO RFP - COST ONLY' TO WS-NOTE.
           COMPUTE WS-BILL-AMOUNT =
               PO-AGREED-COST + WS-SHIPPING-COST + WS-TAX-AMT.
      *    NOTHING TO BILL IS REJECTED, NOT RECORDED AS BILLED - A
      *    ZERO POSTING WOULD ONLY BE REFUSED BY ACCTPOST, AND THE
      *    AWARD COULD THEN NEVER BE BILLED ONCE IT WAS CORRECTED.
           IF  WS-BILL-AMOUNT NOT > ZERO
               MOVE 'ZERO BILL AMOUNT'  TO WS-REJECT-REASON
               PERFORM 2400-STORE-REJECTION
           ELSE
               PERFORM 2250-POST-BILL.
      *----------------------------------------------------------*
       2250-POST-BILL.
      *----------------------------------------------------------*
           PERFORM 2300-WRITE-DEBIT-TRANSACTION.
           MOVE SPACE                   TO BILLED-HIST-RECORD.
           MOVE PO-PO-NUMBER            TO BH-PO-NUMBER.
           MOVE PO-ARTIST-ACCT-NO       TO BH-ACCT-NO.
           MOVE WS-CURRENT-DATE         TO BH-BILLED-DATE.
           MOVE WS-BILL-AMOUNT          TO BH-AMOUNT.
           WRITE BILLED-HIST-RECORD.
           ADD 1                        TO WS-BILLED-COUNT.
           ADD WS-BILL-AMOUNT           TO WS-BILLED-AMOUNT.
           MOVE PO-ARTIST-ACCT-NO       TO IDL-ACCT-NO.
           MOVE SPACE                   TO IDL-ARTIST-NAME.
           STRING LAST-NAME DELIMITED BY '  '
                  ', '      DELIMITED BY SIZE
                  FIRST-NAME DELIMITED BY '  '
               INTO IDL-ARTIST-NAME.
           MOVE PO-PO-NUMBER            TO IDL-PO-NUMBER.
           MOVE PO-INSTRUMENT           TO IDL-INSTRUMENT.
           MOVE PO-QUALITY              TO IDL-QUALITY.
           MOVE PO-AGREED-COST          TO IDL-COST.
           MOVE WS-SHIPPING-COST        TO IDL-SHIPPING.
           MOVE WS-TAX-AMT              TO IDL-TAX.
           MOVE WS-BILL-AMOUNT          TO IDL-AMOUNT.
           MOVE WS-NOTE                 TO IDL-NOTE.
           MOVE INVOICE-DETAIL-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2300-WRITE-DEBIT-TRANSACTION.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'D'                     TO PT-TRAN-CODE.
           MOVE PO-ARTIST-ACCT-NO       TO PT-ACCT-NO.
           MOVE PO-PO-NUMBER(2:7)       TO PT-REF-NO.
           MOVE WS-BILL-AMOUNT          TO PT-AMOUNT.
           MOVE WS-CURRENT-DATE         TO PT-EFF-DATE.
           MOVE 'ARTBILL'               TO PT-SOURCE-ID.
           STRING 'INSTRUMENT '         DELIMITED BY SIZE
                  PO-PO-NUMBER          DELIMITED BY SIZE
               INTO PT-DESCRIPTION.
           WRITE POST-TRAN-RECORD.
           ADD 1                        TO WS-TRAN-COUNT.
           ADD WS-BILL-AMOUNT           TO WS-BATCH-AMT-HASH.
      *----------------------------------------------------------*
       2400-STORE-REJECTION.
      *----------------------------------------------------------*
           ADD 1                        TO WS-REJECTED-COUNT.
           DISPLAY 'ARTBILL - AWARD REJECTED: ' PO-PO-NUMBER
               ' ' PO-ARTIST-ACCT-NO ' ' WS-REJECT-REASON.
           IF  REJECT-TABLE-COUNT = 500
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO REJECT-TABLE-COUNT.
           SET RJ-INDEX                 TO REJECT-TABLE-COUNT.
           MOVE PO-ARTIST-ACCT-NO       TO RJT-ACCT-NO(RJ-INDEX).
           MOVE PO-PO-NUMBER            TO RJT-PO-NUMBER(RJ-INDEX).
           MOVE PO-INSTRUMENT           TO RJT-INSTRUMENT(RJ-INDEX).
           MOVE PO-QUALITY              TO RJT-QUALITY(RJ-INDEX).
           MOVE PO-AGREED-COST          TO RJT-COST(RJ-INDEX).
           MOVE WS-REJECT-REASON        TO RJT-REASON(RJ-INDEX).
      *----------------------------------------------------------*
       2500-WRITE-BATCH-TRAILER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'T'                     TO PT-TRAN-CODE.
           MOVE 'ARTBIL'                TO PT-BATCH-NUMBER.
           MOVE WS-TRAN-COUNT           TO PT-BATCH-TRAN-COUNT.
           MOVE WS-BATCH-AMT-HASH       TO PT-BATCH-AMT-HASH.
           WRITE POST-TRAN-RECORD.
      *----------------------------------------------------------*
       2900-FORMAT-DATE.
      *----------------------------------------------------------*
           MOVE WS-FMT-MONTH            TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-DAY              TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-YEAR             TO WS-FMT-OUT-YEAR.
      *----------------------------------------------------------*
       3000-PRINT-REJECTIONS.
      *----------------------------------------------------------*
           MOVE 'AWARDS REJECTED - NOT BILLED' TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3100-PRINT-ONE-REJECTION
               VARYING RJ-INDEX FROM 1 BY 1
                   UNTIL RJ-INDEX > REJECT-TABLE-COUNT.
      *----------------------------------------------------------*
       3100-PRINT-ONE-REJECTION.
      *----------------------------------------------------------*
           MOVE RJT-ACCT-NO(RJ-INDEX)   TO RDL-ACCT-NO.
           MOVE RJT-PO-NUMBER(RJ-INDEX) TO RDL-PO-NUMBER.
           MOVE RJT-INSTRUMENT(RJ-INDEX) TO RDL-INSTRUMENT.
           MOVE RJT-QUALITY(RJ-INDEX)   TO RDL-QUALITY.
           MOVE RJT-COST(RJ-INDEX)      TO RDL-COST.
           MOVE RJT-REASON(RJ-INDEX)    TO RDL-REASON.
           MOVE REJECT-DETAIL-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3800-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-BILLED-COUNT         TO TL1-BILLED-COUNT.
           MOVE WS-BILLED-AMOUNT        TO TL1-BILLED-AMOUNT.
           MOVE WS-REJECTED-COUNT       TO TL1-REJECTED-COUNT.
           MOVE WS-PRIOR-COUNT          TO TL1-PRIOR-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           MOVE WS-TRAN-COUNT           TO TL2-BATCH-COUNT.
           MOVE WS-BATCH-AMT-HASH       TO TL2-BATCH-HASH.
           MOVE TRAILER-2               TO PRINT-LINE.
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
           CLOSE   PO-MASTER-FILE
                   REQ-FOR-PROPOSAL
                   ACCT-MASTER
                   BILLED-HIST-FILE
                   ARTIST-TRAN-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'ARTBILL - INSTRUMENTS BILLED: ' WS-BILLED-COUNT.
           DISPLAY 'ARTBILL - AWARDS REJECTED   : ' WS-REJECTED-COUNT.
           DISPLAY 'ARTBILL - ALREADY BILLED    : ' WS-PRIOR-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  TABLE OVERFLOW - ARTBILL                *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF ARTBILL                  *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   PO-MASTER-FILE
                   REQ-FOR-PROPOSAL
                   ACCT-MASTER
                   BILLED-HIST-FILE
                   ARTIST-TRAN-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8000-READ-PO-MASTER.
      *----------------------------------------------------------*
           READ PO-MASTER-FILE
               AT END MOVE 'Y'          TO PO-EOF-SW.
      *----------------------------------------------------------*
       8010-READ-RFP-FILE.
      *----------------------------------------------------------*
           READ REQ-FOR-PROPOSAL
               AT END MOVE 'Y'          TO RFP-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-BILLED-HIST.
      *----------------------------------------------------------*
           READ BILLED-HIST-FILE
               AT END MOVE 'Y'          TO HIST-EOF-SW.
