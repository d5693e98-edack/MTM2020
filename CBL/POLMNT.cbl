           SELECT POL-TRAN-FILE   ASSIGN TO POLTRAN.
           SELECT POL-AUDIT-FILE  ASSIGN TO POLAUDT.
           SELECT POL-REJECT-FILE ASSIGN TO POLREJ.
           SELECT CANCEL-NOTICE-FILE ASSIGN TO POLCANC.
           SELECT OPER-AUTH-FILE  ASSIGN TO OPERAUTH.
           SELECT OPER-VIOL-FILE  ASSIGN TO OPERVIOL.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT WATCH-LIST-FILE ASSIGN TO WATCHLST.
           SELECT WATCH-HIT-FILE  ASSIGN TO WLHITS.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
           05  PT-POLICY-STATUS          PIC X(01).
           05  PT-PREMIUM-AMT            PIC X(07).
           05  PT-BILL-FREQ              PIC X(01).
           05  PT-PRODUCER-CODE          PIC X(05).
           05  PT-GROUP-ID               PIC X(06).
      *    CLOSE ONLY - EFFECTIVE DATE (BLANK FOR THE RUN DATE) AND
      *    WHO ASKED FOR IT: I INSURED, C (OR BLANK) COMPANY.
           05  PT-CANCEL-DATE            PIC X(08).
           05  PT-CANCEL-REASON          PIC X(01).
      *----------------------------------------------------------*
       FD  POL-AUDIT-FILE
           RECORDING MODE IS F.
           05  AU-TRANS-CODE             PIC X(01).
           05  AU-RUN-DATE               PIC 9(08).
           05  AU-RUN-TIME               PIC 9(08).
           05  AU-POLICY-IMAGE           PIC X(78).
           05  AU-OPERATOR-ID            PIC X(08).
      *----------------------------------------------------------*
       FD  POL-REJECT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  POL-REJECT-RECORD             PIC X(80).
      *----------------------------------------------------------*
       FD  CANCEL-NOTICE-FILE
           RECORDING MODE IS F.
       COPY POLCANC.
      *----------------------------------------------------------*
       FD  OPER-AUTH-FILE
           RECORDING MODE IS F.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
      *----------------------------------------------------------*
       FD  WATCH-LIST-FILE
           RECORDING MODE IS F.
           COPY WATCHLST.
      *----------------------------------------------------------*
       FD  WATCH-HIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  WATCH-HIT-RECORD              PIC X(120).
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    IS SEQUENTIAL, SO THE FILE IS HELD IN STORAGE AND THE
      *    SURVIVORS ARE REWRITTEN TO THE NEW MASTER IN ONE PASS.
      *    A CLOSE SETS PM-POLICY-STATUS TO C - THE POLICY STAYS
      *    ON FILE FOR CLAIM HISTORY.  EVERY CLOSE ALSO WRITES A
      *    CANCELLATION NOTICE TO POLCANC SO PREMCANC CAN REFUND THE
      *    UNEARNED PREMIUM AND CANCEL THE FUTURE INVOICES.
      *    EVERY NEW INSURED IS SCREENED AGAINST THE WATCH LIST; A
      *    PROBABLE HIT IS HELD, NOT ADDED, AND RAISES A CASE.
      *----------------------------------------------------------*
       COPY WLCASE.
       COPY WLSCRW.
      *----------------------------------------------------------*
       01  AUDIT-IMAGE-WORK.
           05  AUI-POLICY-NO             PIC X(07).
           05  AUI-POLICY-STATUS         PIC X(01).
           05  AUI-PREMIUM-AMT           PIC 9(05)V99.
           05  AUI-BILL-FREQ             PIC X(01).
           05  AUI-PRODUCER-CODE         PIC X(05).
           05  AUI-ISSUE-DATE            PIC 9(08).
           05  AUI-GROUP-ID              PIC X(06).
      *----------------------------------------------------------*
       01  MAINT-REPORT-LINES.
           05  HEADING-LINE-1.
               10  POT-POLICY-STATUS     PIC X(01) VALUE SPACE.
               10  POT-PREMIUM-AMT       PIC 9(05)V99 VALUE ZERO.
               10  POT-BILL-FREQ         PIC X(01) VALUE SPACE.
               10  POT-PRODUCER-CODE     PIC X(05) VALUE SPACE.
               10  POT-ISSUE-DATE        PIC 9(08) VALUE ZERO.
               10  POT-GROUP-ID          PIC X(06) VALUE SPACE.
      *----------------------------------------------------------*
       01  OPER-AUTH-FIELDS.
      *----------------------------------------------------------*
           05  WS-CLOSE-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-EDIT-FIELDS.
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          POL-AUDIT-FILE
                          OPER-VIOL-FILE
                          CANCEL-NOTICE-FILE.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE "POLMNT"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE        TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME        TO RL-START-TIME.
           ACCEPT WS-OPERATOR-ID.
           PERFORM 1050-LOAD-OPER-AUTH-TABLE.
           PERFORM 9670-LOAD-WATCH-LIST.
           MOVE HEADING-LINE-1         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2         TO PRINT-LINE.
                                       TO POT-POLICY-STATUS(PO-INDEX)
                   MOVE PM-PREMIUM-AMT
                                       TO POT-PREMIUM-AMT(PO-INDEX)
                   MOVE PM-BILL-FREQ   TO POT-BILL-FREQ(PO-INDEX)
                   MOVE PM-PRODUCER-CODE
                                       TO POT-PRODUCER-CODE(PO-INDEX)
                   MOVE PM-ISSUE-DATE  TO POT-ISSUE-DATE(PO-INDEX)
                   MOVE PM-GROUP-ID    TO POT-GROUP-ID(PO-INDEX).
           PERFORM 8100-READ-OLD-MASTER.
      *----------------------------------------------------------*
       2000-PROCESS-TRAN-FILE.
                   MOVE 'POLICY NO MISSING'
                                        TO MDL-REASON
                   MOVE 'Y'             TO WS-EDIT-ERROR-SW
               WHEN PT-CLOSE
                AND PT-CANCEL-DATE NOT = SPACE
                AND (PT-CANCEL-DATE NOT NUMERIC
                  OR PT-CANCEL-DATE(5:2) < '01'
                  OR PT-CANCEL-DATE(5:2) > '12'
                  OR PT-CANCEL-DATE(7:2) < '01'
                  OR PT-CANCEL-DATE(7:2) > '31')
                   MOVE 'CANCEL DATE INVALID'
                                        TO MDL-REASON
                   MOVE 'Y'             TO WS-EDIT-ERROR-SW
               WHEN PT-CLOSE
                AND PT-CANCEL-REASON NOT = SPACE AND 'I' AND 'C'
                   MOVE 'INVALID CANCEL REASON'
                                        TO MDL-REASON
                   MOVE 'Y'             TO WS-EDIT-ERROR-SW
               WHEN PT-CLOSE
                   CONTINUE
               WHEN PT-POLICY-TYPE NOT = '1' AND '2' AND '3'
       2200-HANDLE-NOT-FOUND.
      *----------------------------------------------------------*
           IF  PT-ADD
               PERFORM 2210-SCREEN-NEW-INSURED
               IF  WS-WL-HOLD
                   ADD 1                TO WS-HELD-COUNT
                   MOVE 'HELD      '    TO MDL-DISPOSITION
                   MOVE 'WATCH LIST - CASE RAISED'
                                        TO MDL-REASON
                   PERFORM 2400-REPORT-DISPOSITION
               ELSE
                   SET PO-INDEX TO 1
                   SEARCH POLICY-TABLE
                       AT END
                           PERFORM 9900-TABLE-ERROR
                       WHEN POT-POLICY-NO(PO-INDEX) = SPACE
                           PERFORM 2250-MOVE-TRAN-TO-TABLE
                           MOVE WS-CURRENT-DATE
                                       TO POT-ISSUE-DATE(PO-INDEX)
                   END-SEARCH
                   ADD 1                TO WS-ADD-COUNT
                   PERFORM 2520-AUDIT-EMPTY-BEFORE
                   PERFORM 2510-AUDIT-AFTER-FROM-TABLE
                   MOVE 'APPLIED   '    TO MDL-DISPOSITION
                   MOVE 'POLICY ADDED'  TO MDL-REASON
                   PERFORM 2400-REPORT-DISPOSITION
               END-IF
           ELSE
               MOVE 'POLICY NOT ON FILE'
                                        TO MDL-REASON
               PERFORM 2800-REJECT-TRAN.
      *----------------------------------------------------------*
       2210-SCREEN-NEW-INSURED.
      *----------------------------------------------------------*
           MOVE 'POLMNT'                TO WS-WL-PROGRAM-ID.
           MOVE PT-POLICY-NO            TO WS-WL-SUBJECT-KEY.
           MOVE PT-INSURED-LAST-NAME    TO WS-WL-LAST-NAME.
           MOVE PT-INSURED-FIRST-NAME   TO WS-WL-FIRST-NAME.
           MOVE ZERO                    TO WS-WL-AMOUNT.
           IF  PT-PREMIUM-AMT NUMERIC
               COMPUTE WS-WL-AMOUNT = FUNCTION NUMVAL(PT-PREMIUM-AMT).
           MOVE WS-CURRENT-DATE         TO WS-WL-SCREEN-DATE.
           PERFORM 9680-SCREEN-SUBJECT.
           IF  NOT WS-WL-NO-HIT
               MOVE WATCH-LIST-HIT-LINE TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2250-MOVE-TRAN-TO-TABLE.
      *----------------------------------------------------------*
                   FUNCTION NUMVAL(PT-PREMIUM-AMT).
           IF  PT-BILL-FREQ = 'M' OR 'Q' OR 'A'
               MOVE PT-BILL-FREQ        TO POT-BILL-FREQ(PO-INDEX).
           IF  PT-PRODUCER-CODE NOT = SPACE
               MOVE PT-PRODUCER-CODE    TO POT-PRODUCER-CODE(PO-INDEX).
           IF  PT-GROUP-ID NOT = SPACE
               MOVE PT-GROUP-ID         TO POT-GROUP-ID(PO-INDEX).
      *----------------------------------------------------------*
       2300-HANDLE-FOUND.
      *----------------------------------------------------------*
                   MOVE 'C'             TO POT-POLICY-STATUS(PO-INDEX)
                   ADD 1                TO WS-CLOSE-COUNT
                   PERFORM 2510-AUDIT-AFTER-FROM-TABLE
                   PERFORM 2600-WRITE-CANCEL-NOTICE
                   MOVE 'APPLIED   '    TO MDL-DISPOSITION
                   MOVE 'POLICY CLOSED' TO MDL-REASON
                   PERFORM 2400-REPORT-DISPOSITION
           MOVE POT-POLICY-STATUS(PO-INDEX)  TO AUI-POLICY-STATUS.
           MOVE POT-PREMIUM-AMT(PO-INDEX)    TO AUI-PREMIUM-AMT.
           MOVE POT-BILL-FREQ(PO-INDEX)      TO AUI-BILL-FREQ.
           MOVE POT-PRODUCER-CODE(PO-INDEX)  TO AUI-PRODUCER-CODE.
           MOVE POT-ISSUE-DATE(PO-INDEX)     TO AUI-ISSUE-DATE.
           MOVE POT-GROUP-ID(PO-INDEX)       TO AUI-GROUP-ID.
      *----------------------------------------------------------*
       2550-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------*
           MOVE AUDIT-IMAGE-WORK        TO AU-POLICY-IMAGE.
           MOVE WS-OPERATOR-ID          TO AU-OPERATOR-ID.
           WRITE POL-AUDIT-RECORD.
      *----------------------------------------------------------*
       2600-WRITE-CANCEL-NOTICE.
      *----------------------------------------------------------*
           MOVE SPACE                   TO CANCEL-NOTICE-RECORD.
           MOVE PT-POLICY-NO            TO CN-POLICY-NO.
           IF  PT-CANCEL-DATE = SPACE
               MOVE WS-CURRENT-DATE     TO CN-CANCEL-DATE
           ELSE
               MOVE PT-CANCEL-DATE      TO CN-CANCEL-DATE.
           IF  PT-CANCEL-REASON = 'I'
               MOVE 'I'                 TO CN-CANCEL-REASON
           ELSE
               MOVE 'C'                 TO CN-CANCEL-REASON.
           MOVE WS-CURRENT-DATE         TO CN-RUN-DATE.
           MOVE WS-OPERATOR-ID          TO CN-OPERATOR-ID.
           WRITE CANCEL-NOTICE-RECORD.
      *----------------------------------------------------------*
       2800-REJECT-TRAN.
      *----------------------------------------------------------*
           MOVE POT-POLICY-STATUS(PO-INDEX)  TO PM-POLICY-STATUS.
           MOVE POT-PREMIUM-AMT(PO-INDEX)    TO PM-PREMIUM-AMT.
           MOVE POT-BILL-FREQ(PO-INDEX)      TO PM-BILL-FREQ.
           MOVE POT-PRODUCER-CODE(PO-INDEX)  TO PM-PRODUCER-CODE.
           MOVE POT-ISSUE-DATE(PO-INDEX)     TO PM-ISSUE-DATE.
           MOVE POT-GROUP-ID(PO-INDEX)       TO PM-GROUP-ID.
           MOVE POLICY-MASTER-RECORD         TO POLICY-NEW-RECORD.
           WRITE POLICY-NEW-RECORD.
           SET PO-INDEX UP BY 1.
                   POL-AUDIT-FILE
                   POL-REJECT-FILE
                   OPER-VIOL-FILE
                   CANCEL-NOTICE-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           PERFORM 9699-CLOSE-WATCH-LIST.
           DISPLAY 'POLMNT  - AUTH VIOLATIONS  : ' WS-VIOLATION-COUNT.
           DISPLAY 'POLMNT  - POLICIES ADDED   : ' WS-ADD-COUNT.
           DISPLAY 'POLMNT  - POLICIES CHANGED : ' WS-CHANGE-COUNT.
           DISPLAY 'POLMNT  - POLICIES CLOSED  : ' WS-CLOSE-COUNT.
           DISPLAY 'POLMNT  - REJECTED         : ' WS-REJECT-COUNT.
           DISPLAY 'POLMNT  - HELD, WATCH LIST : ' WS-HELD-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
                   POL-TRAN-FILE
                   POL-AUDIT-FILE
                   POL-REJECT-FILE
                   CANCEL-NOTICE-FILE
                   PRINT-FILE
                   RUN-LOG-FILE
                   WATCH-HIT-FILE.
           MOVE 16                     TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
           READ OPER-AUTH-FILE
               AT END MOVE 'Y'          TO AUTH-EOF-SW.
       COPY WLSCRR.
