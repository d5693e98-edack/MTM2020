       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-HIST-FILE ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT OPER-AUTH-FILE  ASSIGN TO OPERAUTH.
           SELECT ACCESS-LOG-FILE ASSIGN TO ACCSLOG.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  CLAIM-HIST-FILE.
       COPY CLMHIST.
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
       FD  OPER-AUTH-FILE
           RECORDING MODE IS F.
       COPY OPERAUTH.
      *----------------------------------------------------------*
       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
       COPY ACCSLOG.
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    RANDOM INQUIRY AGAINST THE KEYED CLAIMS HISTORY CLMHLOAD
      *    BUILDS - SHOWS EVERY CLAIM FOR A POLICY WITH ITS FULL
      *    LIFE: RECEIVED, SUSPENDED, REJECTED, APPEAL AND PAID.
      *    REQUEST CARDS ARRIVE ONE PER PARM LINE: POLICY NUMBER,
      *    AN OPTIONAL FROM BENEFIT DATE AND AN OPTIONAL TO BENEFIT
      *    DATE (BLANK FROM-DATE = ALL CLAIMS FOR THE POLICY, BLANK
      *    TO-DATE = THE ONE DATE).  THE REQUESTING OPERATOR IS IN
      *    COLUMNS 73-80, CHECKED AGAINST OPERAUTH (I = INQUIRE).
      *    EVERY CLAIM SHOWN, EVERY REQUEST THAT FINDS NOTHING AND
      *    EVERY REFUSED CARD IS WRITTEN TO THE ACCSLOG ACCESS LOG.
      *----------------------------------------------------------*
       01  INQ-REQUEST-CARD.
           05  IC-POLICY-NO              PIC X(07).
           05  FILLER                    PIC X(01).
           05  IC-FROM-DATE              PIC X(08).
           05  FILLER                    PIC X(01).
           05  IC-TO-DATE                PIC X(08).
           05  FILLER                    PIC X(47).
           05  IC-OPERATOR-ID            PIC X(08).
      *----------------------------------------------------------*
       01  INQUIRY-LINES.
           05  INQ-CLAIM-LINE.
               10  ICL-POLICY-NO         PIC X(07).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  ICL-BENEFIT-DATE      PIC X(10).
               10  FILLER                PIC X(02) VALUE ' #'.
               10  ICL-CLAIM-SEQ         PIC ZZ9.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  ICL-LAST-NAME         PIC X(15).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  ICL-FIRST-NAME        PIC X(10).
               10  FILLER                PIC X(08) VALUE ' CLAIM: '.
               10  ICL-CLAIM-AMOUNT      PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(06) VALUE ' DED: '.
               10  ICL-DED-APPLIED       PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(07) VALUE ' PAID: '.
               10  ICL-AMOUNT-PAID       PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  ICL-STATUS            PIC X(12).
               10  FILLER                PIC X(07) VALUE SPACE.
           05  INQ-EVENT-LINE.
               10  FILLER                PIC X(12) VALUE SPACE.
               10  IEL-EVENT             PIC X(12).
               10  IEL-DATE              PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  IEL-TEXT              PIC X(50).
               10  FILLER                PIC X(46) VALUE SPACE.
           05  INQ-NOTFOUND-LINE.
               10  INF-POLICY-NO         PIC X(07).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  INF-FROM-DATE         PIC X(08).
               10  FILLER                PIC X(28) VALUE
                   '  *** NOT ON CLAIMS HISTORY '.
               10  FILLER                PIC X(88) VALUE '***'.
           05  INQ-DENIED-LINE.
               10  IDN-POLICY-NO         PIC X(07).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  IDN-FROM-DATE         PIC X(08).
               10  FILLER                PIC X(33) VALUE
                   '  *** OPERATOR NOT AUTHORIZED ***'.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  IDN-OPERATOR-ID       PIC X(08).
               10  FILLER                PIC X(74) VALUE SPACE.
      *----------------------------------------------------------*
       01  OPER-AUTH-FIELDS.
           05  WS-OPER-AUTH-SW           PIC X(01).
               88  WS-OPER-AUTHORIZED             VALUE 'Y'.
           05  WS-AUTH-SUB               PIC 9(01).
           05  WS-DENIED-COUNT           PIC 9(05) VALUE ZERO.
           05  OPER-AUTH-TABLE-FIELDS.
               10  OPER-AUTH-TABLE OCCURS 100 TIMES
                               INDEXED BY OA-INDEX.
                   15  OAT-OPERATOR-ID   PIC X(08) VALUE SPACE.
                   15  OAT-PROGRAM-ID    PIC X(08) VALUE SPACE.
                   15  OAT-TRANS-CODES   PIC X(05) VALUE SPACE.
      *----------------------------------------------------------*
       01  OPER-AUTH-SWITCHES.
           05  AUTH-EOF-SW               PIC X(01) VALUE 'N'.
               88  AUTH-EOF                  VALUE 'Y'.
      *----------------------------------------------------------*
       01  ACCESS-LOG-FIELDS.
           05  WS-LOG-KEY                PIC X(20).
           05  WS-LOG-RESULT             PIC X(01).
           05  WS-LOG-COUNT              PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-INQUIRY-FIELDS.
           05  WS-FROM-DATE              PIC 9(08) VALUE ZERO.
           05  WS-TO-DATE                PIC 9(08) VALUE ZERO.
           05  WS-MATCH-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-FOUND-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-NOTFOUND-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-EDIT-BENEFIT           PIC $$,$$$,$$9.99.
           05  WS-EDIT-INTEREST          PIC $$,$$$,$$9.99.
           05  WS-EDIT-RECOVERY          PIC $$,$$$,$$9.99.
      *----------------------------------------------------------*
       01  WS-FORMAT-DATE-FIELDS.
           05  WS-FMT-DATE-IN            PIC 9(08).
           05  WS-FMT-DATE-PARTS REDEFINES WS-FMT-DATE-IN.
               10  WS-FMT-YEAR           PIC X(04).
               10  WS-FMT-MONTH          PIC X(02).
               10  WS-FMT-DAY            PIC X(02).
           05  WS-FMT-DATE-OUT.
               10  WS-FMT-OUT-MONTH      PIC X(02).
               10  FILLER                PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-DAY        PIC X(02).
               10  FILLER                PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-YEAR       PIC X(04).
           05  WS-FMT-DATE-TEXT          PIC X(10).
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  RANGE-DONE-SW             PIC X(01) VALUE 'N'.
               88  RANGE-DONE                VALUE 'Y'.
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
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           ACCEPT INQ-REQUEST-CARD.
           PERFORM 2000-PROCESS-ONE-REQUEST
               UNTIL INQ-REQUEST-CARD = SPACE.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  CLAIM-HIST-FILE
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          ACCESS-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE "CLMINQ"                TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           PERFORM 1050-LOAD-OPER-AUTH-TABLE.
      *----------------------------------------------------------*
       1050-LOAD-OPER-AUTH-TABLE.
      *----------------------------------------------------------*
           OPEN INPUT OPER-AUTH-FILE.
           PERFORM 8060-READ-OPER-AUTH.
           PERFORM 1060-STORE-ONE-AUTH-ROW
               UNTIL AUTH-EOF.
           CLOSE OPER-AUTH-FILE.
      *----------------------------------------------------------*
       1060-STORE-ONE-AUTH-ROW.
      *----------------------------------------------------------*
           SET OA-INDEX TO 1.
           SEARCH OPER-AUTH-TABLE
               AT END
                   DISPLAY 'CLMINQ  - AUTH TABLE FULL, IGNORED: '
                       OA-OPERATOR-ID
               WHEN OAT-OPERATOR-ID(OA-INDEX) = SPACE
                   MOVE OA-OPERATOR-ID  TO OAT-OPERATOR-ID(OA-INDEX)
                   MOVE OA-PROGRAM-ID   TO OAT-PROGRAM-ID(OA-INDEX)
                   MOVE OA-TRANS-CODES  TO OAT-TRANS-CODES(OA-INDEX).
           PERFORM 8060-READ-OPER-AUTH.
      *----------------------------------------------------------*
       1950-CHECK-OPERATOR-AUTH.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-OPER-AUTH-SW.
           IF  IC-OPERATOR-ID NOT = SPACE
               SET OA-INDEX TO 1
               SEARCH OPER-AUTH-TABLE
                   AT END
                       CONTINUE
                   WHEN OAT-OPERATOR-ID(OA-INDEX) = IC-OPERATOR-ID
                    AND OAT-PROGRAM-ID(OA-INDEX) = 'CLMINQ'
                       PERFORM 1960-CHECK-AUTH-CODES.
      *----------------------------------------------------------*
       1960-CHECK-AUTH-CODES.
      *----------------------------------------------------------*
           IF  OAT-TRANS-CODES(OA-INDEX)(1:1) = '*'
               MOVE 'Y'                 TO WS-OPER-AUTH-SW
           ELSE
               PERFORM 1965-CHECK-ONE-TRANS-CODE
                   VARYING WS-AUTH-SUB FROM 1 BY 1
                       UNTIL WS-AUTH-SUB > 5
                          OR WS-OPER-AUTHORIZED.
      *----------------------------------------------------------*
       1965-CHECK-ONE-TRANS-CODE.
      *----------------------------------------------------------*
           IF  OAT-TRANS-CODES(OA-INDEX)(WS-AUTH-SUB:1) = 'I'
               MOVE 'Y'                 TO WS-OPER-AUTH-SW.
      *----------------------------------------------------------*
       2000-PROCESS-ONE-REQUEST.
      *----------------------------------------------------------*
           PERFORM 1950-CHECK-OPERATOR-AUTH.
           IF  NOT WS-OPER-AUTHORIZED
               PERFORM 2400-REPORT-DENIED
           ELSE
               PERFORM 2050-FIND-POLICY-CLAIMS.
           MOVE SPACE                   TO INQ-REQUEST-CARD.
           ACCEPT INQ-REQUEST-CARD.
      *----------------------------------------------------------*
       2050-FIND-POLICY-CLAIMS.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  IC-FROM-DATE NUMERIC
               MOVE IC-FROM-DATE        TO WS-FROM-DATE
               IF  IC-TO-DATE NUMERIC
                   MOVE IC-TO-DATE      TO WS-TO-DATE
               ELSE
                   MOVE IC-FROM-DATE    TO WS-TO-DATE
           ELSE
               MOVE ZERO                TO WS-FROM-DATE
               MOVE 99999999            TO WS-TO-DATE.
           MOVE ZERO                    TO WS-MATCH-COUNT.
           MOVE 'N'                     TO RANGE-DONE-SW.
           MOVE IC-POLICY-NO            TO CH-POLICY-NO.
           MOVE WS-FROM-DATE            TO CH-BENEFIT-DATE.
           MOVE ZERO                    TO CH-CLAIM-SEQ.
           START CLAIM-HIST-FILE
               KEY NOT LESS THAN CH-KEY
               INVALID KEY
                   MOVE 'Y'             TO RANGE-DONE-SW.
           PERFORM 2100-READ-NEXT-IN-RANGE
               UNTIL RANGE-DONE.
           IF  WS-MATCH-COUNT = ZERO
               PERFORM 2300-REPORT-NOT-FOUND
           ELSE
               ADD 1                    TO WS-FOUND-COUNT.
      *----------------------------------------------------------*
       2100-READ-NEXT-IN-RANGE.
      *----------------------------------------------------------*
           READ CLAIM-HIST-FILE NEXT RECORD
               AT END MOVE 'Y'          TO RANGE-DONE-SW.
           IF  NOT RANGE-DONE
               IF  CH-POLICY-NO NOT = IC-POLICY-NO
               OR  CH-BENEFIT-DATE > WS-TO-DATE
                   MOVE 'Y'             TO RANGE-DONE-SW
               ELSE
                   PERFORM 2200-REPORT-ONE-CLAIM.
      *----------------------------------------------------------*
       2200-REPORT-ONE-CLAIM.
      *----------------------------------------------------------*
      *    ONE CLAIM LINE, THEN ONE LINE FOR EACH STAGE THE CLAIM
      *    HAS BEEN THROUGH, IN THE ORDER THEY HAPPEN.
           ADD 1                        TO WS-MATCH-COUNT.
           MOVE CH-POLICY-NO            TO ICL-POLICY-NO.
           MOVE CH-BENEFIT-DATE         TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-TEXT        TO ICL-BENEFIT-DATE.
           MOVE CH-CLAIM-SEQ            TO ICL-CLAIM-SEQ.
           MOVE CH-LAST-NAME            TO ICL-LAST-NAME.
           MOVE CH-FIRST-NAME           TO ICL-FIRST-NAME.
           MOVE CH-CLAIM-AMOUNT         TO ICL-CLAIM-AMOUNT.
           MOVE CH-DED-APPLIED          TO ICL-DED-APPLIED.
           MOVE CH-AMOUNT-PAID          TO ICL-AMOUNT-PAID.
           EVALUATE TRUE
               WHEN CH-SUSPENDED
                   MOVE 'IN SUSPENSE'   TO ICL-STATUS
               WHEN CH-VOIDED
                   MOVE 'VOIDED'        TO ICL-STATUS
               WHEN CH-HELD
                   MOVE 'PAYMENT HELD'  TO ICL-STATUS
               WHEN CH-PAID AND CH-ADJUST-CORRECTED
                   MOVE 'ADJUSTED'      TO ICL-STATUS
               WHEN CH-PAID
                   MOVE 'PAID'          TO ICL-STATUS
               WHEN CH-REJECTED AND CH-APPEAL-LODGED
                   MOVE 'UNDER APPEAL'  TO ICL-STATUS
               WHEN CH-REJECTED
                   MOVE 'REJECTED'      TO ICL-STATUS
               WHEN OTHER
                   MOVE 'UNKNOWN'       TO ICL-STATUS
           END-EVALUATE.
           MOVE INQ-CLAIM-LINE          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           DISPLAY 'CLMINQ  - ' INQ-CLAIM-LINE (1:125).
           MOVE SPACE                   TO WS-LOG-KEY.
           MOVE CH-POLICY-NO            TO WS-LOG-KEY (1:7).
           MOVE CH-BENEFIT-DATE         TO WS-LOG-KEY (8:8).
           MOVE CH-CLAIM-SEQ            TO WS-LOG-KEY (16:3).
           MOVE 'V'                     TO WS-LOG-RESULT.
           PERFORM 2800-WRITE-ACCESS-LOG.
           IF  CH-RECEIVED-DATE > ZERO
               MOVE 'RECEIVED'          TO IEL-EVENT
               MOVE CH-RECEIVED-DATE    TO WS-FMT-DATE-IN
               MOVE SPACE               TO IEL-TEXT
               PERFORM 2250-WRITE-EVENT-LINE.
           IF  CH-SUSPENSE-DATE > ZERO
               MOVE 'SUSPENDED'         TO IEL-EVENT
               MOVE CH-SUSPENSE-DATE    TO WS-FMT-DATE-IN
               MOVE SPACE               TO IEL-TEXT
               STRING 'ERROR CODE ' CH-SUSPENSE-CODE
                   DELIMITED BY SIZE INTO IEL-TEXT
               PERFORM 2250-WRITE-EVENT-LINE.
           IF  CH-REJECT-DATE > ZERO
               MOVE 'REJECTED'          TO IEL-EVENT
               MOVE CH-REJECT-DATE      TO WS-FMT-DATE-IN
               MOVE CH-REJECT-REASON    TO IEL-TEXT
               PERFORM 2250-WRITE-EVENT-LINE.
           IF  NOT CH-NO-APPEAL
               PERFORM 2210-REPORT-APPEAL.
           IF  CH-PAID-DATE > ZERO
               PERFORM 2220-REPORT-PAYMENT.
           IF  CH-ADJUST-VOID OR CH-ADJUST-CORRECTED
               PERFORM 2230-REPORT-ADJUSTMENT.
      *----------------------------------------------------------*
       2210-REPORT-APPEAL.
      *----------------------------------------------------------*
           MOVE 'APPEAL DUE'            TO IEL-EVENT.
           MOVE CH-APPEAL-DEADLINE      TO WS-FMT-DATE-IN.
           EVALUATE TRUE
               WHEN CH-APPEAL-OPEN
                   MOVE 'APPEAL WINDOW OPEN' TO IEL-TEXT
               WHEN CH-APPEAL-LODGED
                   MOVE 'APPEAL LODGED, AWAITING DECISION' TO IEL-TEXT
               WHEN CH-APPEAL-UPHELD
                   MOVE 'APPEAL DECIDED - REJECTION UPHELD' TO IEL-TEXT
               WHEN CH-APPEAL-OVERTURNED
                   MOVE 'APPEAL DECIDED - REJECTION OVERTURNED'
                                        TO IEL-TEXT
               WHEN OTHER
                   MOVE 'APPEAL STATUS NOT RECOGNISED' TO IEL-TEXT
           END-EVALUATE.
           PERFORM 2250-WRITE-EVENT-LINE.
      *----------------------------------------------------------*
       2220-REPORT-PAYMENT.
      *----------------------------------------------------------*
           MOVE 'PAID'                  TO IEL-EVENT.
           MOVE CH-PAID-DATE            TO WS-FMT-DATE-IN.
           IF  CH-ADJUST-VOID OR CH-ADJUST-CORRECTED
               MOVE CH-ORIGINAL-PAID    TO WS-EDIT-BENEFIT
           ELSE
               MOVE CH-AMOUNT-PAID      TO WS-EDIT-BENEFIT.
           MOVE SPACE                   TO IEL-TEXT.
           IF  CH-INTEREST-AMT > ZERO
               MOVE CH-INTEREST-AMT     TO WS-EDIT-INTEREST
               STRING 'BENEFIT ' WS-EDIT-BENEFIT
                      ' + INTEREST ' WS-EDIT-INTEREST
                   DELIMITED BY SIZE INTO IEL-TEXT
           ELSE
               STRING 'BENEFIT ' WS-EDIT-BENEFIT
                   DELIMITED BY SIZE INTO IEL-TEXT.
           PERFORM 2250-WRITE-EVENT-LINE.
      *----------------------------------------------------------*
       2230-REPORT-ADJUSTMENT.
      *----------------------------------------------------------*
      *    THE PAYMENT WAS LATER VOIDED OR CUT BACK AND THE AMOUNT
      *    OVERPAID BOOKED FOR RECOVERY FROM THE INSURED.
           IF  CH-ADJUST-VOID
               MOVE 'VOIDED'            TO IEL-EVENT
           ELSE
               MOVE 'ADJUSTED'          TO IEL-EVENT.
           MOVE CH-ADJUST-DATE          TO WS-FMT-DATE-IN.
           MOVE CH-AMOUNT-PAID          TO WS-EDIT-BENEFIT.
           MOVE CH-RECOVERY-AMT         TO WS-EDIT-RECOVERY.
           MOVE SPACE                   TO IEL-TEXT.
           STRING 'BENEFIT NOW ' WS-EDIT-BENEFIT
                  ' RECOVER ' WS-EDIT-RECOVERY
               DELIMITED BY SIZE INTO IEL-TEXT.
           PERFORM 2250-WRITE-EVENT-LINE.
      *----------------------------------------------------------*
       2250-WRITE-EVENT-LINE.
      *----------------------------------------------------------*
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-TEXT        TO IEL-DATE.
           MOVE INQ-EVENT-LINE          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           DISPLAY 'CLMINQ  - ' INQ-EVENT-LINE (1:86).
      *----------------------------------------------------------*
       2300-REPORT-NOT-FOUND.
      *----------------------------------------------------------*
           ADD 1                        TO WS-NOTFOUND-COUNT.
           MOVE IC-POLICY-NO            TO INF-POLICY-NO.
           MOVE IC-FROM-DATE            TO INF-FROM-DATE.
           MOVE INQ-NOTFOUND-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           DISPLAY 'CLMINQ  - ' INQ-NOTFOUND-LINE (1:47).
           PERFORM 2850-SET-REQUEST-KEY.
           MOVE 'F'                     TO WS-LOG-RESULT.
           PERFORM 2800-WRITE-ACCESS-LOG.
      *----------------------------------------------------------*
       2400-REPORT-DENIED.
      *----------------------------------------------------------*
           ADD 1                        TO WS-DENIED-COUNT.
           MOVE IC-POLICY-NO            TO IDN-POLICY-NO.
           MOVE IC-FROM-DATE            TO IDN-FROM-DATE.
           MOVE IC-OPERATOR-ID          TO IDN-OPERATOR-ID.
           MOVE INQ-DENIED-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           DISPLAY 'CLMINQ  - ' INQ-DENIED-LINE (1:58).
           PERFORM 2850-SET-REQUEST-KEY.
           MOVE 'D'                     TO WS-LOG-RESULT.
           PERFORM 2800-WRITE-ACCESS-LOG.
      *----------------------------------------------------------*
       2800-WRITE-ACCESS-LOG.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE SPACE                   TO ACCESS-LOG-RECORD.
           MOVE WS-CURRENT-DATE         TO AL-ACCESS-DATE.
           MOVE WS-CURRENT-TIME         TO AL-ACCESS-TIME.
           MOVE IC-OPERATOR-ID          TO AL-OPERATOR-ID.
           MOVE 'CLMINQ'                TO AL-PROGRAM-ID.
           MOVE 'C'                     TO AL-KEY-TYPE.
           MOVE WS-LOG-KEY              TO AL-ACCESS-KEY.
           MOVE WS-LOG-RESULT           TO AL-ACCESS-RESULT.
           MOVE 'N'                     TO AL-NAME-SEARCH-SW.
           WRITE ACCESS-LOG-RECORD.
           ADD 1                        TO WS-LOG-COUNT.
      *----------------------------------------------------------*
       2850-SET-REQUEST-KEY.
      *----------------------------------------------------------*
           MOVE SPACE                   TO WS-LOG-KEY.
           MOVE IC-POLICY-NO            TO WS-LOG-KEY (1:7).
           MOVE IC-FROM-DATE            TO WS-LOG-KEY (8:8).
      *----------------------------------------------------------*
       2900-FORMAT-DATE.
      *----------------------------------------------------------*
           IF  WS-FMT-DATE-IN = ZERO
               MOVE SPACE               TO WS-FMT-DATE-TEXT
           ELSE
               MOVE WS-FMT-MONTH        TO WS-FMT-OUT-MONTH
               MOVE WS-FMT-DAY          TO WS-FMT-OUT-DAY
               MOVE WS-FMT-YEAR         TO WS-FMT-OUT-YEAR
               MOVE WS-FMT-DATE-OUT     TO WS-FMT-DATE-TEXT.
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
           CLOSE   CLAIM-HIST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE
                   ACCESS-LOG-FILE.
           DISPLAY 'CLMINQ  - REQUESTS SATISFIED: ' WS-FOUND-COUNT.
           DISPLAY 'CLMINQ  - REQUESTS NOT FOUND: ' WS-NOTFOUND-COUNT.
           DISPLAY 'CLMINQ  - NOT AUTHORIZED    : ' WS-DENIED-COUNT.
           DISPLAY 'CLMINQ  - ACCESS LOG RECORDS: ' WS-LOG-COUNT.
      *----------------------------------------------------------*
       8060-READ-OPER-AUTH.
      *----------------------------------------------------------*
           READ OPER-AUTH-FILE
               AT END MOVE 'Y'          TO AUTH-EOF-SW.
