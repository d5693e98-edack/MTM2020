       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVPAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMAST.
           SELECT OVERPAY-FILE    ASSIGN TO OVPAYRCV.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  POLICY-MASTER-FILE
           RECORDING MODE IS F.
       COPY POLMAST.
      *----------------------------------------------------------*
       FD  OVERPAY-FILE
           RECORDING MODE IS F.
       COPY OVPAYRCV.
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRINT-RECORD.
           05  PRINT-LINE                PIC X(132).
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
      *    AGED LISTING OF OPEN CLAIM OVERPAYMENT RECEIVABLES.  EACH
      *    RECEIVABLE ON THE OVPAYRCV MASTER IS AGED FROM THE DATE
      *    MIDTERM BOOKED IT TO THE BUSINESS DATE AND ITS BALANCE
      *    PRINTED UNDER ONE OF FIVE AGE COLUMNS:
      *        0-30, 31-60, 61-90, 91-180 AND OVER 180 DAYS.
      *    COLUMN TOTALS AND THE SHARE OF THE OPEN BALANCE IN EACH
      *    FOLLOW, WITH THE AMOUNT OVER 90 DAYS FOR COLLECTIONS.
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(38) VALUE
                   '  CLAIM OVERPAYMENT RECEIVABLES AGING '.
               10  FILLER  PIC X(09) VALUE
                   '- AS OF  '.
               10  HL1-AS-OF-DATE        PIC 9(08).
               10  FILLER  PIC X(77) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(08) VALUE 'POLICY'.
               10  FILLER  PIC X(16) VALUE 'INSURED'.
               10  FILLER  PIC X(09) VALUE 'BOOKED'.
               10  FILLER  PIC X(06) VALUE ' DAYS'.
               10  FILLER  PIC X(14) VALUE '     ORIGINAL'.
               10  FILLER  PIC X(14) VALUE '    0-30 DAYS'.
               10  FILLER  PIC X(14) VALUE '   31-60 DAYS'.
               10  FILLER  PIC X(14) VALUE '   61-90 DAYS'.
               10  FILLER  PIC X(14) VALUE '  91-180 DAYS'.
               10  FILLER  PIC X(14) VALUE ' OVER 180 DAY'.
               10  FILLER  PIC X(09) VALUE 'LAST OFF'.
      *----------------------------------------------------------*
           05  AGING-LINE.
               10  AGL-POLICY-NO         PIC X(07).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  AGL-NAME              PIC X(15).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  AGL-BOOKED-DATE       PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  AGL-DAYS              PIC ZZZZ9.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  AGL-ORIGINAL          PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  AGL-BUCKETS OCCURS 5 TIMES.
                   15  AGL-BUCKET-AMT    PIC ZZ,ZZZ,ZZ9.99
                                         BLANK WHEN ZERO.
                   15  FILLER            PIC X(01).
               10  AGL-LAST-OFFSET-DATE  PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACE.
      *----------------------------------------------------------*
           05  TOTAL-LINE.
               10  TTL-CAPTION           PIC X(39).
               10  FILLER                PIC X(14) VALUE SPACE.
               10  TTL-BUCKETS OCCURS 5 TIMES.
                   15  TTL-BUCKET-AMT    PIC ZZ,ZZZ,ZZ9.99.
                   15  FILLER            PIC X(01).
               10  FILLER                PIC X(09) VALUE SPACE.
      *----------------------------------------------------------*
           05  PERCENT-LINE.
               10  FILLER                PIC X(39) VALUE
                   '  SHARE OF OPEN BALANCE'.
               10  FILLER                PIC X(14) VALUE SPACE.
               10  PCL-BUCKETS OCCURS 5 TIMES.
                   15  FILLER            PIC X(06).
                   15  PCL-BUCKET-PCT    PIC ZZ9.9.
                   15  FILLER            PIC X(03) VALUE '%'.
               10  FILLER                PIC X(09) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** OPEN RECEIVABLES : '.
               10  TL1-OPEN-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(18) VALUE '   OPEN BALANCE : '.
               10  TL1-OPEN-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER  PIC X(18) VALUE '   OVER 90 DAYS : '.
               10  TL1-OVER-90           PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(40) VALUE SPACE.
      *----------------------------------------------------------*
       01  POLICY-TABLE-FIELDS.
           05  POLICY-TABLE OCCURS 2000 TIMES
                           INDEXED BY PT-INDEX.
               10  PT-POLICY-NO          PIC X(07) VALUE SPACE.
               10  PT-LAST-NAME          PIC X(15) VALUE SPACE.
           05  POLICY-COUNT              PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  AGING-TOTAL-FIELDS.
           05  AGE-BUCKET-TOTAL          PIC 9(11)V99 VALUE ZERO
                                         OCCURS 5 TIMES.
           05  AGE-BUCKET-COUNT          PIC 9(05) VALUE ZERO
                                         OCCURS 5 TIMES.
           05  WS-OPEN-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-OPEN-BALANCE           PIC 9(11)V99 VALUE ZERO.
           05  WS-OVER-90-BALANCE        PIC 9(11)V99 VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-AGING-FIELDS.
           05  WS-TODAY-NUM              PIC 9(08).
           05  WS-TODAY-INT              PIC 9(07).
           05  WS-BOOKED-INT             PIC 9(07).
           05  WS-DAYS-OPEN              PIC S9(05).
           05  WS-BUCKET-SUB             PIC 9(01).
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR       PIC 9(04).
               10  WS-CURRENT-MONTH      PIC 9(02).
               10  WS-CURRENT-DAY        PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS      PIC 9(02).
               10  WS-CURRENT-MINUTE     PIC 9(02).
               10  WS-CURRENT-SECOND     PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  POLICY-EOF-SW             PIC X(01) VALUE 'N'.
               88  POLICY-EOF                VALUE 'Y'.
           05  OVERPAY-EOF-SW            PIC X(01) VALUE 'N'.
               88  OVERPAY-EOF               VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-POLICY-MASTER.
           PERFORM 8100-READ-OVERPAY.
           PERFORM 2000-AGE-ONE-RECEIVABLE
               UNTIL OVERPAY-EOF.
           PERFORM 3000-PRINT-TOTALS.
           PERFORM 3800-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  POLICY-MASTER-FILE
                          OVERPAY-FILE
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "OVPAGE  "              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           MOVE WS-TODAY-NUM            TO HL1-AS-OF-DATE.
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
       1100-LOAD-POLICY-MASTER.
      *----------------------------------------------------------*
           PERFORM 8000-READ-POLICY-MASTER.
           PERFORM 1110-STORE-ONE-POLICY
               UNTIL POLICY-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-POLICY.
      *----------------------------------------------------------*
           IF  POLICY-COUNT = 2000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO POLICY-COUNT.
           SET PT-INDEX                 TO POLICY-COUNT.
           MOVE PM-POLICY-NO            TO PT-POLICY-NO(PT-INDEX).
           MOVE PM-INSURED-LAST-NAME    TO PT-LAST-NAME(PT-INDEX).
           PERFORM 8000-READ-POLICY-MASTER.
      *----------------------------------------------------------*
       2000-AGE-ONE-RECEIVABLE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  OR-BALANCE > ZERO
               PERFORM 2100-PRINT-RECEIVABLE.
           PERFORM 8100-READ-OVERPAY.
      *----------------------------------------------------------*
       2100-PRINT-RECEIVABLE.
      *----------------------------------------------------------*
           MOVE ZERO                    TO WS-DAYS-OPEN.
           IF  OR-ESTABLISHED-DATE > ZERO
           AND OR-ESTABLISHED-DATE < WS-TODAY-NUM
               COMPUTE WS-BOOKED-INT =
                   FUNCTION INTEGER-OF-DATE(OR-ESTABLISHED-DATE)
               COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-BOOKED-INT.
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN NOT > 30
                   MOVE 1               TO WS-BUCKET-SUB
               WHEN WS-DAYS-OPEN NOT > 60
                   MOVE 2               TO WS-BUCKET-SUB
               WHEN WS-DAYS-OPEN NOT > 90
                   MOVE 3               TO WS-BUCKET-SUB
               WHEN WS-DAYS-OPEN NOT > 180
                   MOVE 4               TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 5               TO WS-BUCKET-SUB
           END-EVALUATE.
           MOVE SPACE                   TO AGING-LINE.
           MOVE OR-POLICY-NO            TO AGL-POLICY-NO.
           PERFORM 2200-FIND-POLICY-NAME.
           MOVE OR-ESTABLISHED-DATE     TO AGL-BOOKED-DATE.
           MOVE WS-DAYS-OPEN            TO AGL-DAYS.
           MOVE OR-ORIGINAL-AMT         TO AGL-ORIGINAL.
           MOVE ZERO                    TO AGL-BUCKET-AMT(1)
                                           AGL-BUCKET-AMT(2)
                                           AGL-BUCKET-AMT(3)
                                           AGL-BUCKET-AMT(4)
                                           AGL-BUCKET-AMT(5).
           MOVE OR-BALANCE         TO AGL-BUCKET-AMT(WS-BUCKET-SUB).
           IF  OR-LAST-OFFSET-DATE > ZERO
               MOVE OR-LAST-OFFSET-DATE TO AGL-LAST-OFFSET-DATE
           ELSE
               MOVE 'NONE'              TO AGL-LAST-OFFSET-DATE.
           MOVE AGING-LINE              TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           ADD 1                   TO AGE-BUCKET-COUNT(WS-BUCKET-SUB)
                                      WS-OPEN-COUNT.
           ADD OR-BALANCE          TO AGE-BUCKET-TOTAL(WS-BUCKET-SUB)
                                      WS-OPEN-BALANCE.
           IF  WS-BUCKET-SUB > 3
               ADD OR-BALANCE           TO WS-OVER-90-BALANCE.
      *----------------------------------------------------------*
       2200-FIND-POLICY-NAME.
      *----------------------------------------------------------*
           SET PT-INDEX TO 1.
           SEARCH POLICY-TABLE
               AT END
                   MOVE '*NOT ON MASTER*' TO AGL-NAME
               WHEN PT-POLICY-NO(PT-INDEX) = OR-POLICY-NO
                   MOVE PT-LAST-NAME(PT-INDEX) TO AGL-NAME.
      *----------------------------------------------------------*
       3000-PRINT-TOTALS.
      *----------------------------------------------------------*
           MOVE SPACE                   TO TOTAL-LINE.
           MOVE '  TOTAL OPEN BY AGE'   TO TTL-CAPTION.
           PERFORM 3050-FORMAT-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5.
           MOVE TOTAL-LINE              TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE PERCENT-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3050-FORMAT-ONE-BUCKET.
      *----------------------------------------------------------*
           MOVE AGE-BUCKET-TOTAL(WS-BUCKET-SUB)
                                   TO TTL-BUCKET-AMT(WS-BUCKET-SUB).
           IF  WS-OPEN-BALANCE = ZERO
               MOVE ZERO           TO PCL-BUCKET-PCT(WS-BUCKET-SUB)
           ELSE
               COMPUTE PCL-BUCKET-PCT(WS-BUCKET-SUB) ROUNDED =
                   AGE-BUCKET-TOTAL(WS-BUCKET-SUB) * 100
                       / WS-OPEN-BALANCE.
      *----------------------------------------------------------*
       3800-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-OPEN-COUNT           TO TL1-OPEN-COUNT.
           MOVE WS-OPEN-BALANCE         TO TL1-OPEN-BALANCE.
           MOVE WS-OVER-90-BALANCE      TO TL1-OVER-90.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
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
           CLOSE   POLICY-MASTER-FILE
                   OVERPAY-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'OVPAGE  - OPEN RECEIVABLES  : ' WS-OPEN-COUNT.
           DISPLAY 'OVPAGE  - OPEN BALANCE      : ' WS-OPEN-BALANCE.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  POLICY TABLE OVERFLOW - OVPAGE          *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF OVPAGE                   *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   POLICY-MASTER-FILE
                   OVERPAY-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8000-READ-POLICY-MASTER.
      *----------------------------------------------------------*
           READ POLICY-MASTER-FILE
               AT END MOVE 'Y'          TO POLICY-EOF-SW.
      *----------------------------------------------------------*
       8100-READ-OVERPAY.
      *----------------------------------------------------------*
           READ OVERPAY-FILE
               AT END MOVE 'Y'          TO OVERPAY-EOF-SW.
