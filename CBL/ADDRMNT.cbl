       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-MASTER     ASSIGN TO ADDRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDR-ACCT-NO.
           SELECT ACCT-MASTER     ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO.
           SELECT ADDR-TRAN-FILE  ASSIGN TO ADDRTRAN.
           SELECT ADDR-AUDIT-FILE ASSIGN TO ADDRAUDT.
           SELECT ADDR-REJECT-FILE ASSIGN TO ADDRREJ.
           SELECT OPER-AUTH-FILE  ASSIGN TO OPERAUTH.
           SELECT OPER-VIOL-FILE  ASSIGN TO OPERVIOL.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
       FD  ADDR-MASTER.
      *----------------------------------------------------------*
       COPY ADDRREC.
      *----------------------------------------------------------*
       FD  ACCT-MASTER.
      *----------------------------------------------------------*
       COPY ACCTREC.
      *----------------------------------------------------------*
       FD  ADDR-TRAN-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ADDR-TRAN-RECORD.
           05  TA-TRANS-CODE             PIC X(01).
               88  TA-ADD                    VALUE 'A'.
               88  TA-CHANGE                 VALUE 'C'.
               88  TA-DELETE                 VALUE 'X'.
               88  TA-RETURNED-MAIL          VALUE 'R'.
           05  TA-ACCT-NO                PIC X(08).
           05  TA-ADDR-LINE-1            PIC X(30).
           05  TA-ADDR-LINE-2            PIC X(30).
           05  TA-CITY                   PIC X(20).
           05  TA-STATE                  PIC X(02).
           05  TA-ZIP.
               10  TA-ZIP-5              PIC X(05).
               10  TA-ZIP-DASH           PIC X(01).
               10  TA-ZIP-4              PIC X(04).
           05  TA-EFF-DATE               PIC 9(08).
           05  FILLER                    PIC X(11).
      *----------------------------------------------------------*
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
      *----------------------------------------------------------*
       FD  ADDR-AUDIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ADDR-AUDIT-RECORD.
           05  AD-IMAGE-TYPE             PIC X(01).
               88  AD-BEFORE-IMAGE           VALUE 'B'.
               88  AD-AFTER-IMAGE            VALUE 'A'.
           05  AD-TRANS-CODE             PIC X(01).
           05  AD-RUN-DATE               PIC 9(08).
           05  AD-RUN-TIME               PIC 9(08).
           05  AD-ADDR-IMAGE             PIC X(150).
           05  AD-OPERATOR-ID            PIC X(08).
           05  FILLER                    PIC X(24).
      *----------------------------------------------------------*
       FD  ADDR-REJECT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ADDR-REJECT-RECORD            PIC X(120).
      *----------------------------------------------------------*
       FD  OPER-AUTH-FILE
           RECORDING MODE IS F.
       COPY OPERAUTH.
      *----------------------------------------------------------*
       FD  OPER-VIOL-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  OPER-VIOL-RECORD.
           05  OV-OPERATOR-ID            PIC X(08).
           05  OV-PROGRAM-ID             PIC X(08).
           05  OV-TRANS-CODE             PIC X(01).
           05  OV-KEY-VALUE              PIC X(08).
           05  OV-RUN-DATE               PIC 9(08).
           05  OV-RUN-TIME               PIC 9(08).
           05  OV-REASON                 PIC X(24).
           05  FILLER                    PIC X(15).
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRINT-RECORD.
      *    05  CC                        PIC X(01).
           05  PRINT-LINE                PIC X(132).
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    MAILING ADDRESS MAINTENANCE.  A ADD, C CHANGE, X DELETE
      *    AND R RETURNED MAIL AGAINST ADDRMST.  AN ADDRESS MAY ONLY
      *    BE ADDED FOR AN ACCOUNT ON ACCTMST.  EVERY APPLIED
      *    TRANSACTION WRITES BEFORE AND AFTER IMAGES TO ADDRAUDT
      *    STAMPED WITH THE OPERATOR, WHO IS CHECKED AGAINST THE
      *    OPERAUTH TABLE EXACTLY AS IN ACCTMNT.  REJECTS GO TO
      *    ADDRREJ UNCHANGED FOR CORRECTION AND RESUBMISSION.
      *----------------------------------------------------------*
       01  MAINT-REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(36) VALUE
                   '  MAILING ADDRESS MAINTENANCE REPORT'.
               10  FILLER                PIC X(96) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(06) VALUE 'TRANS '.
               10  FILLER    PIC X(10) VALUE 'ACCOUNT   '.
               10  FILLER    PIC X(12) VALUE 'DISPOSITION '.
               10  FILLER    PIC X(26) VALUE
                   'REASON                    '.
               10  FILLER    PIC X(30) VALUE 'ADDRESS'.
               10  FILLER                PIC X(48) VALUE SPACE.
      *----------------------------------------------------------*
           05  MAINT-DETAIL-LINE.
               10  MDL-TRANS-CODE        PIC X(01).
               10  FILLER                PIC X(05) VALUE SPACE.
               10  MDL-ACCT-NO           PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MDL-DISPOSITION       PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MDL-REASON            PIC X(24).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MDL-ADDR-LINE-1       PIC X(30).
               10  FILLER                PIC X(48) VALUE SPACE.
      *----------------------------------------------------------*
           05  MAINT-TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** TRANS APPLIED :    '.
               10  MTL-APPLIED-COUNT     PIC Z,ZZ9.
               10  FILLER  PIC X(20) VALUE '   TRANS REJECTED : '.
               10  MTL-REJECTED-COUNT    PIC Z,ZZ9.
               10  FILLER  PIC X(20) VALUE '   RETURNED MAIL  : '.
               10  MTL-RETURNED-COUNT    PIC Z,ZZ9.
               10  FILLER                PIC X(55) VALUE SPACE.
      *----------------------------------------------------------*
       01  OPER-AUTH-FIELDS.
           05  WS-OPERATOR-ID            PIC X(08) VALUE SPACE.
           05  WS-OPER-AUTH-SW           PIC X(01).
               88  WS-OPER-AUTHORIZED             VALUE 'Y'.
           05  WS-OPER-DENY-REASON       PIC X(24).
           05  WS-VIOLATION-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-AUTH-SUB               PIC 9(01).
           05  OPER-AUTH-TABLE-FIELDS.
               10  OPER-AUTH-TABLE OCCURS 100 TIMES
                               INDEXED BY OA-INDEX.
                   15  OAT-OPERATOR-ID   PIC X(08) VALUE SPACE.
                   15  OAT-PROGRAM-ID    PIC X(08) VALUE SPACE.
                   15  OAT-TRANS-CODES   PIC X(05) VALUE SPACE.
                   15  OAT-DOLLAR-LIMIT  PIC 9(09)V99 VALUE ZERO.
      *----------------------------------------------------------*
       01  OPER-AUTH-SWITCHES.
           05  AUTH-EOF-SW               PIC X(01) VALUE 'N'.
               88  AUTH-EOF                  VALUE 'Y'.
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
       01  WS-COUNTERS.
           05  WS-ADD-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-CHANGE-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-DELETE-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-RETURNED-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  END-OF-FILE-SW            PIC X(01) VALUE 'N'.
               88  END-OF-FILE               VALUE 'Y'.
           05  WS-ADDR-VALID-SW          PIC X(01).
               88  WS-ADDR-VALID              VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 8000-READ-TRAN-FILE.
           PERFORM 2000-PROCESS-TRAN-FILE
               UNTIL END-OF-FILE.
           PERFORM 3500-PRINT-MAINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                       TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    I-O    ADDR-MASTER.
           OPEN    INPUT  ACCT-MASTER
                          ADDR-TRAN-FILE
                   OUTPUT ADDR-REJECT-FILE
                          PRINT-FILE.
           OPEN    EXTEND OPER-VIOL-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          ADDR-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE "ADDRMNT"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE        TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME        TO RL-START-TIME.
           ACCEPT WS-OPERATOR-ID.
           PERFORM 1050-LOAD-OPER-AUTH-TABLE.
           MOVE HEADING-LINE-1         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                  TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
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
                   DISPLAY 'ADDRMNT - AUTH TABLE FULL, IGNORED: '
                       OA-OPERATOR-ID
               WHEN OAT-OPERATOR-ID(OA-INDEX) = SPACE
                   MOVE OA-OPERATOR-ID  TO OAT-OPERATOR-ID(OA-INDEX)
                   MOVE OA-PROGRAM-ID   TO OAT-PROGRAM-ID(OA-INDEX)
                   MOVE OA-TRANS-CODES  TO OAT-TRANS-CODES(OA-INDEX)
                   MOVE OA-DOLLAR-LIMIT TO OAT-DOLLAR-LIMIT(OA-INDEX).
           PERFORM 8060-READ-OPER-AUTH.
      *----------------------------------------------------------*
       2000-PROCESS-TRAN-FILE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE SPACE                   TO MDL-ADDR-LINE-1.
           PERFORM 2060-CHECK-OPERATOR-AUTH.
           IF  NOT WS-OPER-AUTHORIZED
               PERFORM 2080-RECORD-VIOLATION
           ELSE
               PERFORM 2090-APPLY-AUTHORIZED-TRAN.
           PERFORM 8000-READ-TRAN-FILE.
      *----------------------------------------------------------*
       2060-CHECK-OPERATOR-AUTH.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-OPER-AUTH-SW.
           MOVE 'OPERATOR NOT AUTHORIZED'
                                        TO WS-OPER-DENY-REASON.
           SET OA-INDEX TO 1.
           SEARCH OPER-AUTH-TABLE
               AT END
                   CONTINUE
               WHEN OAT-OPERATOR-ID(OA-INDEX) = WS-OPERATOR-ID
                AND OAT-PROGRAM-ID(OA-INDEX) = 'ADDRMNT'
                   PERFORM 2065-CHECK-AUTH-DETAILS.
      *----------------------------------------------------------*
       2065-CHECK-AUTH-DETAILS.
      *----------------------------------------------------------*
           IF  OAT-TRANS-CODES(OA-INDEX)(1:1) = '*'
               MOVE 'Y'                 TO WS-OPER-AUTH-SW
           ELSE
               PERFORM 2068-CHECK-ONE-TRANS-CODE
                   VARYING WS-AUTH-SUB FROM 1 BY 1
                       UNTIL WS-AUTH-SUB > 5
                          OR WS-OPER-AUTHORIZED.
           IF  NOT WS-OPER-AUTHORIZED
               MOVE 'TRANS CODE NOT ALLOWED'
                                        TO WS-OPER-DENY-REASON.
      *----------------------------------------------------------*
       2068-CHECK-ONE-TRANS-CODE.
      *----------------------------------------------------------*
           IF  OAT-TRANS-CODES(OA-INDEX)(WS-AUTH-SUB:1)
                   = TA-TRANS-CODE
               MOVE 'Y'                 TO WS-OPER-AUTH-SW.
      *----------------------------------------------------------*
       2080-RECORD-VIOLATION.
      *----------------------------------------------------------*
           ADD 1                        TO WS-VIOLATION-COUNT.
           MOVE SPACE                   TO OPER-VIOL-RECORD.
           MOVE WS-OPERATOR-ID          TO OV-OPERATOR-ID.
           MOVE 'ADDRMNT'               TO OV-PROGRAM-ID.
           MOVE TA-TRANS-CODE           TO OV-TRANS-CODE.
           MOVE TA-ACCT-NO              TO OV-KEY-VALUE.
           MOVE WS-CURRENT-DATE         TO OV-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO OV-RUN-TIME.
           MOVE WS-OPER-DENY-REASON     TO OV-REASON.
           WRITE OPER-VIOL-RECORD.
           MOVE 'DENIED    '            TO MDL-DISPOSITION.
           MOVE WS-OPER-DENY-REASON     TO MDL-REASON.
           PERFORM 2400-REPORT-DISPOSITION.
      *----------------------------------------------------------*
       2090-APPLY-AUTHORIZED-TRAN.
      *----------------------------------------------------------*
      *    ADDS AND CHANGES MUST CARRY A MAILABLE ADDRESS - A FIRST
      *    LINE, CITY, TWO-LETTER STATE AND A NUMERIC FIVE-DIGIT ZIP.
           MOVE 'Y'                     TO WS-ADDR-VALID-SW.
           IF  (TA-ADD OR TA-CHANGE)
               IF  TA-ADDR-LINE-1 = SPACE
               OR  TA-CITY = SPACE
               OR  TA-STATE = SPACE
               OR  TA-ZIP-5 NOT NUMERIC
                   MOVE 'N'             TO WS-ADDR-VALID-SW.
           IF  NOT WS-ADDR-VALID
               MOVE 'INCOMPLETE ADDRESS' TO MDL-REASON
               PERFORM 2190-REJECT-TRAN
           ELSE
               PERFORM 2095-READ-AND-APPLY.
      *----------------------------------------------------------*
       2095-READ-AND-APPLY.
      *----------------------------------------------------------*
           MOVE TA-ACCT-NO              TO ADDR-ACCT-NO.
           READ ADDR-MASTER
               INVALID KEY
                   PERFORM 2100-HANDLE-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 2200-HANDLE-FOUND
           END-READ.
      *----------------------------------------------------------*
       2100-HANDLE-NOT-FOUND.
      *----------------------------------------------------------*
           IF  TA-ADD
               MOVE TA-ACCT-NO          TO ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON FILE'
                                        TO MDL-REASON
                       PERFORM 2190-REJECT-TRAN
                   NOT INVALID KEY
                       PERFORM 2110-ADD-ADDRESS
               END-READ
           ELSE
               MOVE 'ADDRESS NOT ON FILE' TO MDL-REASON
               PERFORM 2190-REJECT-TRAN.
      *----------------------------------------------------------*
       2110-ADD-ADDRESS.
      *----------------------------------------------------------*
           MOVE SPACE                   TO AD-ADDR-IMAGE.
           MOVE 'B'                     TO AD-IMAGE-TYPE.
           PERFORM 2350-WRITE-AUDIT-RECORD.
           INITIALIZE ADDR-RECORD.
           MOVE TA-ACCT-NO              TO ADDR-ACCT-NO.
           PERFORM 2300-MOVE-TRAN-ADDRESS.
           WRITE ADDR-RECORD
               INVALID KEY
                   DISPLAY 'ADDRMNT - ADD FAILED: ' TA-ACCT-NO
           END-WRITE.
           ADD 1                        TO WS-ADD-COUNT.
           PERFORM 2340-AUDIT-AFTER-IMAGE.
           MOVE 'ADDRESS ADDED'         TO MDL-REASON.
           PERFORM 2180-REPORT-APPLIED.
      *----------------------------------------------------------*
       2180-REPORT-APPLIED.
      *----------------------------------------------------------*
           MOVE 'APPLIED   '            TO MDL-DISPOSITION.
           PERFORM 2400-REPORT-DISPOSITION.
      *----------------------------------------------------------*
       2190-REJECT-TRAN.
      *----------------------------------------------------------*
           ADD 1                        TO WS-REJECT-COUNT.
           DISPLAY 'ADDRMNT - REJECTED: ' TA-ACCT-NO ' ' MDL-REASON.
           MOVE ADDR-TRAN-RECORD        TO ADDR-REJECT-RECORD.
           WRITE ADDR-REJECT-RECORD.
           MOVE 'REJECTED  '            TO MDL-DISPOSITION.
           PERFORM 2400-REPORT-DISPOSITION.
      *----------------------------------------------------------*
       2200-HANDLE-FOUND.
      *----------------------------------------------------------*
           MOVE ADDR-RECORD             TO AD-ADDR-IMAGE.
           EVALUATE TRUE
               WHEN TA-ADD
                   MOVE 'ADDRESS ALREADY ON FILE'
                                        TO MDL-REASON
                   PERFORM 2190-REJECT-TRAN
               WHEN TA-CHANGE
                   PERFORM 2210-CHANGE-ADDRESS
               WHEN TA-DELETE
                   PERFORM 2220-DELETE-ADDRESS
               WHEN TA-RETURNED-MAIL
                   PERFORM 2230-RECORD-RETURNED-MAIL
               WHEN OTHER
                   MOVE 'INVALID TRANS CODE'
                                        TO MDL-REASON
                   PERFORM 2190-REJECT-TRAN
           END-EVALUATE.
      *----------------------------------------------------------*
       2210-CHANGE-ADDRESS.
      *----------------------------------------------------------*
           MOVE 'B'                     TO AD-IMAGE-TYPE.
           PERFORM 2350-WRITE-AUDIT-RECORD.
           PERFORM 2300-MOVE-TRAN-ADDRESS.
           MOVE SPACE                   TO ADDR-BAD-ADDR-SW.
           MOVE ZERO                    TO ADDR-RETURNED-DATE.
           REWRITE ADDR-RECORD
               INVALID KEY
                   DISPLAY 'ADDRMNT - REWRITE FAILED: ' TA-ACCT-NO
           END-REWRITE.
           ADD 1                        TO WS-CHANGE-COUNT.
           PERFORM 2340-AUDIT-AFTER-IMAGE.
           MOVE 'ADDRESS CHANGED'       TO MDL-REASON.
           PERFORM 2180-REPORT-APPLIED.
      *----------------------------------------------------------*
       2220-DELETE-ADDRESS.
      *----------------------------------------------------------*
           MOVE 'B'                     TO AD-IMAGE-TYPE.
           PERFORM 2350-WRITE-AUDIT-RECORD.
           MOVE ADDR-LINE-1             TO MDL-ADDR-LINE-1.
           DELETE ADDR-MASTER
               INVALID KEY
                   DISPLAY 'ADDRMNT - DELETE FAILED: ' TA-ACCT-NO
           END-DELETE.
           ADD 1                        TO WS-DELETE-COUNT.
           MOVE SPACE                   TO AD-ADDR-IMAGE.
           MOVE 'A'                     TO AD-IMAGE-TYPE.
           PERFORM 2350-WRITE-AUDIT-RECORD.
           MOVE 'ADDRESS DELETED'       TO MDL-REASON.
           PERFORM 2180-REPORT-APPLIED.
      *----------------------------------------------------------*
       2230-RECORD-RETURNED-MAIL.
      *----------------------------------------------------------*
      *    THE DATE THE MAIL CAME BACK DEFAULTS TO TODAY.  A REPEAT
      *    RETURN KEEPS THE FIRST DATE SO LOSS OF CONTACT RUNS FROM
      *    THE ORIGINAL RETURN.
           MOVE 'B'                     TO AD-IMAGE-TYPE.
           PERFORM 2350-WRITE-AUDIT-RECORD.
           IF  NOT ADDR-BAD-ADDRESS
               IF  TA-EFF-DATE NUMERIC
               AND TA-EFF-DATE > ZERO
                   MOVE TA-EFF-DATE     TO ADDR-RETURNED-DATE
               ELSE
                   MOVE WS-CURRENT-DATE TO ADDR-RETURNED-DATE.
           MOVE 'Y'                     TO ADDR-BAD-ADDR-SW.
           IF  ADDR-RETURNED-COUNT < 999
               ADD 1                    TO ADDR-RETURNED-COUNT.
           REWRITE ADDR-RECORD
               INVALID KEY
                   DISPLAY 'ADDRMNT - REWRITE FAILED: ' TA-ACCT-NO
           END-REWRITE.
           ADD 1                        TO WS-RETURNED-COUNT.
           PERFORM 2340-AUDIT-AFTER-IMAGE.
           MOVE 'RETURNED MAIL - FLAGGED'
                                        TO MDL-REASON.
           PERFORM 2180-REPORT-APPLIED.
      *----------------------------------------------------------*
       2300-MOVE-TRAN-ADDRESS.
      *----------------------------------------------------------*
           MOVE TA-ADDR-LINE-1          TO ADDR-LINE-1.
           MOVE TA-ADDR-LINE-2          TO ADDR-LINE-2.
           MOVE TA-CITY                 TO ADDR-CITY.
           MOVE TA-STATE                TO ADDR-STATE.
           MOVE TA-ZIP                  TO ADDR-ZIP.
           IF  TA-EFF-DATE NUMERIC
           AND TA-EFF-DATE > ZERO
               MOVE TA-EFF-DATE         TO ADDR-EFF-DATE
           ELSE
               MOVE WS-CURRENT-DATE     TO ADDR-EFF-DATE.
      *----------------------------------------------------------*
       2340-AUDIT-AFTER-IMAGE.
      *----------------------------------------------------------*
           MOVE ADDR-RECORD             TO AD-ADDR-IMAGE.
           MOVE ADDR-LINE-1             TO MDL-ADDR-LINE-1.
           MOVE 'A'                     TO AD-IMAGE-TYPE.
           PERFORM 2350-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------*
       2350-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------*
           MOVE TA-TRANS-CODE           TO AD-TRANS-CODE.
           MOVE WS-CURRENT-DATE         TO AD-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO AD-RUN-TIME.
           MOVE WS-OPERATOR-ID          TO AD-OPERATOR-ID.
           WRITE ADDR-AUDIT-RECORD.
      *----------------------------------------------------------*
       2400-REPORT-DISPOSITION.
      *----------------------------------------------------------*
           MOVE TA-TRANS-CODE           TO MDL-TRANS-CODE.
           MOVE TA-ACCT-NO              TO MDL-ACCT-NO.
           IF  MDL-DISPOSITION = 'APPLIED   '
               ADD 1                    TO WS-APPLIED-COUNT.
           MOVE MAINT-DETAIL-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3500-PRINT-MAINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-APPLIED-COUNT        TO MTL-APPLIED-COUNT.
           MOVE WS-REJECT-COUNT         TO MTL-REJECTED-COUNT.
           MOVE WS-RETURNED-COUNT       TO MTL-RETURNED-COUNT.
           MOVE MAINT-TRAILER-1         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME        TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT       TO RL-RECORD-COUNT.
           MOVE "COMPLETE"             TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
       4000-CLOSE-FILES.
      *----------------------------------------------------------*
           CLOSE   ADDR-MASTER
                   ACCT-MASTER
                   ADDR-TRAN-FILE
                   ADDR-AUDIT-FILE
                   ADDR-REJECT-FILE
                   OPER-VIOL-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'ADDRMNT - AUTH VIOLATIONS  : '
               WS-VIOLATION-COUNT.
           DISPLAY 'ADDRMNT - ADDRESSES ADDED  : ' WS-ADD-COUNT.
           DISPLAY 'ADDRMNT - ADDRESSES CHANGED: ' WS-CHANGE-COUNT.
           DISPLAY 'ADDRMNT - ADDRESSES DELETED: ' WS-DELETE-COUNT.
           DISPLAY 'ADDRMNT - RETURNED MAIL    : ' WS-RETURNED-COUNT.
           DISPLAY 'ADDRMNT - REJECTED         : ' WS-REJECT-COUNT.
      *----------------------------------------------------------*
       8000-READ-TRAN-FILE.
      *----------------------------------------------------------*
           READ ADDR-TRAN-FILE
               AT END MOVE 'Y'          TO END-OF-FILE-SW.
      *----------------------------------------------------------*
       8060-READ-OPER-AUTH.
      *----------------------------------------------------------*
           READ OPER-AUTH-FILE
               AT END MOVE 'Y'          TO AUTH-EOF-SW.
