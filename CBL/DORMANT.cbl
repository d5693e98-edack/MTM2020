               RECORD KEY IS ACCT-NO.
           SELECT ACCT-AUDIT-FILE ASSIGN TO ACCTAUDT.
           SELECT ESCHEAT-RULE-FILE ASSIGN TO ESCHRULE.
           SELECT ADDR-MASTER     ASSIGN TO ADDRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDR-ACCT-NO.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
      *----------------------------------------------------------*
           05  ES-USA-STATE              PIC X(15).
           05  ES-ESCHEAT-MONTHS         PIC 9(03).
           05  FILLER                    PIC X(62).
      *----------------------------------------------------------*
       FD  ADDR-MASTER.
      *----------------------------------------------------------*
       COPY ADDRREC.
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *    ESCHRULE (LAST ACTIVITY PLUS THE STATE'S ESCHEAT MONTHS;
      *    STATES WITHOUT A RULE DEFAULT TO 60 MONTHS).  ACCOUNTS
      *    WITH NO AUDIT HISTORY AT ALL ARE LISTED AS NO-ACTIVITY.
      *    AN ACCOUNT WHOSE ADDRMST ADDRESS IS FLAGGED FOR RETURNED
      *    MAIL IS A LOSS-OF-CONTACT CASE: IT IS ALWAYS LISTED, AND
      *    ITS ESCHEAT CLOCK RUNS FROM THE FIRST RETURNED-MAIL DATE
      *    WHEN THAT IS EARLIER THAN THE LAST ACTIVITY.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  DORM-DETAIL-LINE.
               10  TL1-DORMANT-COUNT     PIC ZZ,ZZ9.
               10  FILLER  PIC X(18) VALUE '   PAST DEADLINE: '.
               10  TL1-PASTDUE-COUNT     PIC ZZ,ZZ9.
               10  FILLER  PIC X(18) VALUE '   LOST CONTACT: '.
               10  TL1-LOST-COUNT        PIC ZZ,ZZ9.
               10  FILLER                PIC X(24) VALUE SPACE.
      *----------------------------------------------------------*
       01  LAST-ACTIVITY-TABLE-FIELDS.
           05  LAST-ACTIVITY-TABLE OCCURS 1000 TIMES
           05  WS-REVIEW-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-DORMANT-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-PASTDUE-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-LOST-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
               88  AUDIT-EOF                 VALUE 'Y'.
           05  RULE-EOF-SW               PIC X(01) VALUE 'N'.
               88  RULE-EOF                  VALUE 'Y'.
           05  LOST-CONTACT-SW           PIC X(01) VALUE 'N'.
               88  LOST-CONTACT              VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
           OPEN    INPUT  ACCT-MASTER
                          ACCT-AUDIT-FILE
                          ESCHEAT-RULE-FILE
                          ADDR-MASTER
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
               WHEN LAT-ACCT-NO(LA-INDEX) = ACCT-NO
                   MOVE LAT-LAST-DATE(LA-INDEX)
                                        TO WS-LAST-ACTIVITY.
           PERFORM 2050-CHECK-LOST-CONTACT.
           IF  WS-LAST-ACTIVITY = ZERO
               MOVE 999                 TO WS-MONTHS-INACTIVE
           ELSE
               COMPUTE WS-MONTHS-INACTIVE =
                   (WS-TODAY-INT - WS-LAST-INT) / 30.
           IF  WS-MONTHS-INACTIVE NOT LESS THAN WS-DORMANT-MONTHS
           OR  LOST-CONTACT
               PERFORM 2100-LIST-DORMANT-CANDIDATE.
           PERFORM 8000-READ-ACCT-MASTER.
      *----------------------------------------------------------*
       2050-CHECK-LOST-CONTACT.
      *----------------------------------------------------------*
           MOVE 'N'                     TO LOST-CONTACT-SW.
           MOVE ACCT-NO                 TO ADDR-ACCT-NO.
           READ ADDR-MASTER
               INVALID KEY
                   MOVE 'N'             TO ADDR-BAD-ADDR-SW
           END-READ.
           IF  ADDR-BAD-ADDRESS
               MOVE 'Y'                 TO LOST-CONTACT-SW
               IF  WS-LAST-ACTIVITY = ZERO
               OR  ADDR-RETURNED-DATE < WS-LAST-ACTIVITY
                   MOVE ADDR-RETURNED-DATE
                                        TO WS-LAST-ACTIVITY.
      *----------------------------------------------------------*
       2100-LIST-DORMANT-CANDIDATE.
      *----------------------------------------------------------*
                   MOVE '* PAST DUE *'  TO DDL-FLAG
               ELSE
                   MOVE SPACE           TO DDL-FLAG.
           IF  LOST-CONTACT
               ADD 1                    TO WS-LOST-COUNT
               IF  DDL-FLAG NOT = '* PAST DUE *'
                   MOVE 'LOST CONTACT'  TO DDL-FLAG.
           MOVE DORM-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
           MOVE WS-REVIEW-COUNT         TO TL1-REVIEW-COUNT.
           MOVE WS-DORMANT-COUNT        TO TL1-DORMANT-COUNT.
           MOVE WS-PASTDUE-COUNT        TO TL1-PASTDUE-COUNT.
           MOVE WS-LOST-COUNT           TO TL1-LOST-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
           CLOSE   ACCT-MASTER
                   ACCT-AUDIT-FILE
                   ESCHEAT-RULE-FILE
                   ADDR-MASTER
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'DORMANT  - ACCOUNTS REVIEWED : ' WS-REVIEW-COUNT.
           DISPLAY 'DORMANT  - DORMANT ACCOUNTS  : ' WS-DORMANT-COUNT.
           DISPLAY 'DORMANT  - PAST DEADLINE     : ' WS-PASTDUE-COUNT.
           DISPLAY 'DORMANT  - LOST CONTACT      : ' WS-LOST-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           CLOSE   ACCT-MASTER
                   ACCT-AUDIT-FILE
                   ESCHEAT-RULE-FILE
                   ADDR-MASTER
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
