       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTBILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTAL-MASTER    ASSIGN TO RENTMAST.
           SELECT RENTAL-MASTER-NEW ASSIGN TO RENTNEW.
           SELECT ACCT-MASTER      ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO.
           SELECT RENT-TRAN-FILE   ASSIGN TO RENTBTRN.
           SELECT PRINT-FILE       ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE     ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  RENTAL-MASTER
           RECORDING MODE IS F.
           COPY RENTAGR.
      *----------------------------------------------------------*
       FD  RENTAL-MASTER-NEW
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  RENTAL-MASTER-NEW-RECORD        PIC X(100).
      *----------------------------------------------------------*
       FD  ACCT-MASTER.
      *----------------------------------------------------------*
       COPY ACCTREC.
      *----------------------------------------------------------*
       FD  RENT-TRAN-FILE
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
      *    MONTHLY INSTRUMENT RENTAL BILLING.  THE BILLING PERIOD IS
      *    THE MONTH OF THE BUSINESS DATE.  EVERY AGREEMENT ON
      *    RENTMAST THAT STARTED ON OR BEFORE THAT MONTH, IS STILL
      *    OUT OR CAME BACK DURING IT, AND HAS NOT ALREADY BEEN
      *    BILLED FOR IT IS CHARGED ONE MONTH'S RATE.  THE CHARGES
      *    ARE WRITTEN AS ONE BALANCED D (DEBIT) BATCH ON RENTBTRN
      *    IN POSTTRAN FORMAT FOR ACCTPOST, AS ARTBILL DOES FOR
      *    INSTRUMENT PURCHASES, AND THE PERIOD IS RECORDED ON THE
      *    AGREEMENT (RENTMAST OLD/NEW PAIR).  EACH CHARGE CARRIES
      *    AN R-PREFIXED RUN SEQUENCE AS ITS REFERENCE AND THE
      *    AGREEMENT NUMBER IN ITS DESCRIPTION.  AN AGREEMENT WHOSE
      *    ACCOUNT IS NOT ON ACCTMST, CLOSED, CLOSING OR CHARGED OFF
      *    IS LISTED AND LEFT UNBILLED SO IT COMES UP AGAIN NEXT
      *    RUN.
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  INSTRUMENT RENTAL BILLING - PERIOD    '.
               10  HL1-PERIOD-MONTH        PIC 9(02).
               10  FILLER  PIC X(01) VALUE '/'.
               10  HL1-PERIOD-YEAR         PIC 9(04).
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  HL1-BUSINESS-DATE       PIC X(10).
               10  FILLER                  PIC X(59) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(10) VALUE 'ACCOUNT'.
               10  FILLER  PIC X(26) VALUE 'ARTIST'.
               10  FILLER  PIC X(10) VALUE 'AGREEMENT'.
               10  FILLER  PIC X(10) VALUE 'INSTR/Q'.
               10  FILLER  PIC X(05) VALUE 'QTY'.
               10  FILLER  PIC X(12) VALUE 'DUE BACK'.
               10  FILLER  PIC X(15) VALUE '    RENT BILLED'.
               10  FILLER  PIC X(44) VALUE '  NOTE'.
      *----------------------------------------------------------*
           05  BILL-DETAIL-LINE.
               10  BDL-ACCT-NO             PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  BDL-ARTIST-NAME         PIC X(24).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  BDL-AGREEMENT-NO        PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  BDL-INSTRUMENT          PIC X(06).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  BDL-QUALITY             PIC X(01).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  BDL-QTY                 PIC ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  BDL-DUE-BACK-DATE       PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  BDL-AMOUNT              PIC $$$,$$$,$$9.99.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  BDL-NOTE                PIC X(30).
               10  FILLER                  PIC X(12) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** RENTALS BILLED : '.
               10  TL1-BILLED-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   AMOUNT     : '.
               10  TL1-BILLED-AMOUNT       PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(16) VALUE '   REJECTED   : '.
               10  TL1-REJECTED-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   NOT DUE    : '.
               10  TL1-NOT-DUE-COUNT       PIC ZZ,ZZ9.
               10  FILLER                  PIC X(32) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(20) VALUE '** RENTBL BATCH   : '.
               10  TL2-BATCH-COUNT         PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   BATCH HASH : '.
               10  TL2-BATCH-HASH          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(73) VALUE SPACE.
      *----------------------------------------------------------*
       01  WS-BILLING-FIELDS.
           05  WS-BILL-PERIOD              PIC 9(06).
           05  WS-PERIOD-PARTS REDEFINES WS-BILL-PERIOD.
               10  WS-PERIOD-YEAR          PIC 9(04).
               10  WS-PERIOD-MONTH         PIC 9(02).
           05  WS-DATE-WORK                PIC 9(08).
           05  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
               10  WS-DATE-WORK-PERIOD     PIC 9(06).
               10  WS-DATE-WORK-DAY        PIC 9(02).
           05  WS-START-PERIOD             PIC 9(06).
           05  WS-RETURN-PERIOD            PIC 9(06).
           05  WS-REJECT-REASON            PIC X(30).
           05  WS-NOTE                     PIC X(30).
           05  WS-BILLED-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-NOT-DUE-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-BILLED-AMOUNT            PIC 9(11)V99 VALUE ZERO.
           05  WS-TRAN-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-BATCH-AMT-HASH           PIC 9(11)V99 VALUE ZERO.
           05  WS-RUN-LOG-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-POST-REF-NO.
               10  FILLER                  PIC X(01) VALUE 'R'.
               10  WS-POST-REF-SEQ         PIC 9(06).
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
           05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(08).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  RENTAL-EOF-SW               PIC X(01) VALUE 'N'.
               88  RENTAL-EOF                  VALUE 'Y'.
           05  WS-BILL-DUE-SW              PIC X(01).
               88  WS-BILL-DUE                 VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-WRITE-BATCH-HEADER.
           PERFORM 8000-READ-RENTAL-MASTER.
           PERFORM 2000-BILL-ONE-RENTAL
               UNTIL RENTAL-EOF.
           PERFORM 2500-WRITE-BATCH-TRAILER.
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
           OPEN    INPUT  RENTAL-MASTER
                          ACCT-MASTER
                   OUTPUT RENTAL-MASTER-NEW
                          RENT-TRAN-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "RENTBILL"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-YEAR         TO WS-PERIOD-YEAR
                                           HL1-PERIOD-YEAR.
           MOVE WS-CURRENT-MONTH        TO WS-PERIOD-MONTH
                                           HL1-PERIOD-MONTH.
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
       1500-WRITE-BATCH-HEADER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'H'                     TO PT-TRAN-CODE.
           MOVE 'RENTBL'                TO PT-BATCH-NUMBER.
           WRITE POST-TRAN-RECORD.
      *----------------------------------------------------------*
       2000-BILL-ONE-RENTAL.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           PERFORM 2050-CHECK-BILL-DUE.
           IF  WS-BILL-DUE
               PERFORM 2100-CHECK-ARTIST-ACCOUNT
               IF  WS-REJECT-REASON = SPACE
                   PERFORM 2200-BILL-ONE-MONTH
               ELSE
                   PERFORM 2400-REPORT-REJECTION
           ELSE
               ADD 1                    TO WS-NOT-DUE-COUNT.
           MOVE RENTAL-AGREEMENT-RECORD TO RENTAL-MASTER-NEW-RECORD.
           WRITE RENTAL-MASTER-NEW-RECORD.
           PERFORM 8000-READ-RENTAL-MASTER.
      *----------------------------------------------------------*
       2050-CHECK-BILL-DUE.
      *----------------------------------------------------------*
      *    A MONTH IS DUE WHEN THE INSTRUMENTS WERE OUT AT ANY TIME
      *    IN IT AND IT HAS NOT BEEN BILLED.
           MOVE 'N'                     TO WS-BILL-DUE-SW.
           MOVE RN-START-DATE           TO WS-DATE-WORK.
           MOVE WS-DATE-WORK-PERIOD     TO WS-START-PERIOD.
           MOVE RN-RETURNED-DATE        TO WS-DATE-WORK.
           MOVE WS-DATE-WORK-PERIOD     TO WS-RETURN-PERIOD.
           IF  RN-LAST-BILLED-PERIOD < WS-BILL-PERIOD
           AND WS-START-PERIOD NOT > WS-BILL-PERIOD
               IF  RN-OUT
               OR  (RN-RETURNED
                    AND WS-RETURN-PERIOD NOT < WS-BILL-PERIOD)
                   MOVE 'Y'             TO WS-BILL-DUE-SW.
      *----------------------------------------------------------*
       2100-CHECK-ARTIST-ACCOUNT.
      *----------------------------------------------------------*
           MOVE SPACE                   TO WS-REJECT-REASON.
           MOVE RN-ARTIST-ACCT-NO       TO ACCT-NO.
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
       2200-BILL-ONE-MONTH.
      *----------------------------------------------------------*
           ADD 1                        TO WS-TRAN-COUNT.
           MOVE WS-TRAN-COUNT           TO WS-POST-REF-SEQ.
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'D'                     TO PT-TRAN-CODE.
           MOVE RN-ARTIST-ACCT-NO       TO PT-ACCT-NO.
           MOVE WS-POST-REF-NO          TO PT-REF-NO.
           MOVE RN-MONTHLY-RATE         TO PT-AMOUNT.
           MOVE WS-CURRENT-DATE-NUM     TO PT-EFF-DATE.
           MOVE 'RENTBILL'              TO PT-SOURCE-ID.
           STRING 'RENTAL '             DELIMITED BY SIZE
                  RN-AGREEMENT-NO       DELIMITED BY SIZE
               INTO PT-DESCRIPTION.
           WRITE POST-TRAN-RECORD.
           ADD RN-MONTHLY-RATE          TO WS-BATCH-AMT-HASH.
           MOVE WS-BILL-PERIOD          TO RN-LAST-BILLED-PERIOD.
           ADD RN-MONTHLY-RATE          TO RN-TOTAL-BILLED.
           ADD 1                        TO WS-BILLED-COUNT.
           ADD RN-MONTHLY-RATE          TO WS-BILLED-AMOUNT.
           EVALUATE TRUE
               WHEN RN-RETURNED
                   MOVE 'RETURNED - FINAL MONTH'
                                        TO WS-NOTE
               WHEN RN-DUE-BACK-DATE < WS-CURRENT-DATE-NUM
                   MOVE '* OVERDUE'     TO WS-NOTE
               WHEN OTHER
                   MOVE SPACE           TO WS-NOTE
           END-EVALUATE.
           MOVE SPACE                   TO BDL-ARTIST-NAME.
           STRING LAST-NAME DELIMITED BY '  '
                  ', '      DELIMITED BY SIZE
                  FIRST-NAME DELIMITED BY '  '
               INTO BDL-ARTIST-NAME.
           MOVE RN-MONTHLY-RATE         TO BDL-AMOUNT.
           PERFORM 2800-PRINT-BILL-LINE.
      *----------------------------------------------------------*
       2400-REPORT-REJECTION.
      *----------------------------------------------------------*
           ADD 1                        TO WS-REJECTED-COUNT.
           DISPLAY 'RENTBILL - RENT NOT BILLED: ' RN-AGREEMENT-NO
               ' ' RN-ARTIST-ACCT-NO ' ' WS-REJECT-REASON.
           MOVE SPACE                   TO BDL-ARTIST-NAME.
           MOVE ZERO                    TO BDL-AMOUNT.
           MOVE SPACE                   TO WS-NOTE.
           STRING 'NOT BILLED - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY '  '
               INTO WS-NOTE.
           PERFORM 2800-PRINT-BILL-LINE.
      *----------------------------------------------------------*
       2500-WRITE-BATCH-TRAILER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'T'                     TO PT-TRAN-CODE.
           MOVE 'RENTBL'                TO PT-BATCH-NUMBER.
           MOVE WS-TRAN-COUNT           TO PT-BATCH-TRAN-COUNT.
           MOVE WS-BATCH-AMT-HASH       TO PT-BATCH-AMT-HASH.
           WRITE POST-TRAN-RECORD.
      *----------------------------------------------------------*
       2800-PRINT-BILL-LINE.
      *----------------------------------------------------------*
           MOVE RN-ARTIST-ACCT-NO       TO BDL-ACCT-NO.
           MOVE RN-AGREEMENT-NO         TO BDL-AGREEMENT-NO.
           MOVE RN-INSTRUMENT-TYPE      TO BDL-INSTRUMENT.
           MOVE RN-INSTRUMENT-QUALITY   TO BDL-QUALITY.
           MOVE RN-RENTED-QTY           TO BDL-QTY.
           MOVE RN-DUE-BACK-DATE        TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO BDL-DUE-BACK-DATE.
           MOVE WS-NOTE                 TO BDL-NOTE.
           MOVE BILL-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2900-FORMAT-DATE.
      *----------------------------------------------------------*
           MOVE WS-FMT-MONTH            TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-DAY              TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-YEAR             TO WS-FMT-OUT-YEAR.
      *----------------------------------------------------------*
       3800-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-BILLED-COUNT         TO TL1-BILLED-COUNT.
           MOVE WS-BILLED-AMOUNT        TO TL1-BILLED-AMOUNT.
           MOVE WS-REJECTED-COUNT       TO TL1-REJECTED-COUNT.
           MOVE WS-NOT-DUE-COUNT        TO TL1-NOT-DUE-COUNT.
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
           CLOSE   RENTAL-MASTER
                   RENTAL-MASTER-NEW
                   ACCT-MASTER
                   RENT-TRAN-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'RENTBILL - RENTALS BILLED : ' WS-BILLED-COUNT.
           DISPLAY 'RENTBILL - NOT BILLED     : ' WS-REJECTED-COUNT.
           DISPLAY 'RENTBILL - NOT DUE        : ' WS-NOT-DUE-COUNT.
      *----------------------------------------------------------*
       8000-READ-RENTAL-MASTER.
      *----------------------------------------------------------*
           READ RENTAL-MASTER
               AT END MOVE 'Y'          TO RENTAL-EOF-SW.
