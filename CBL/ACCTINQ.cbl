                   WITH DUPLICATES.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT OPER-AUTH-FILE  ASSIGN TO OPERAUTH.
           SELECT ACCESS-LOG-FILE ASSIGN TO ACCSLOG.
      *----------------------------------------------------------*
       DATA DIVISION.
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
      *    ALTERNATE INDEX: *KOWALSKI FINDS EVERY LAST NAME THAT
      *    BEGINS KOWALSKI; AN OPTIONAL STATE NAME IN COLUMNS 23-37
      *    QUALIFIES THE MATCHES.
      *    EVERY CARD CARRIES THE REQUESTING OPERATOR IN COLUMNS
      *    73-80, CHECKED AGAINST OPERAUTH (I = ACCOUNT INQUIRY,
      *    N = NAME SEARCH).  EVERY ACCOUNT SHOWN, EVERY LOOKUP
      *    THAT FINDS NOTHING AND EVERY REFUSED CARD IS WRITTEN TO
      *    THE ACCSLOG ACCESS LOG FOR THE WEEKLY ACCSREVW REVIEW.
      *----------------------------------------------------------*
       01  INQ-REQUEST-CARD.
           05  IC-MODE-FLAG              PIC X(01).
           05  IC-SEARCH-NAME            PIC X(20).
           05  FILLER                    PIC X(01).
           05  IC-SEARCH-STATE           PIC X(15).
           05  FILLER                    PIC X(35).
           05  IC-OPERATOR-ID            PIC X(08).
       01  INQ-REQUEST-CARD-R REDEFINES INQ-REQUEST-CARD.
           05  IC-ACCT-NO                PIC X(08).
           05  FILLER                    PIC X(72).
               10  FILLER                PIC X(24) VALUE
                   '  *** NOT ON MASTER ***'.
               10  FILLER                PIC X(100) VALUE SPACE.
           05  INQ-DENIED-LINE.
               10  IDN-REQUEST           PIC X(21).
               10  FILLER                PIC X(33) VALUE
                   '  *** OPERATOR NOT AUTHORIZED ***'.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  IDN-OPERATOR-ID       PIC X(08).
               10  FILLER                PIC X(69) VALUE SPACE.
      *----------------------------------------------------------*
       01  OPER-AUTH-FIELDS.
           05  WS-OPER-AUTH-SW           PIC X(01).
               88  WS-OPER-AUTHORIZED             VALUE 'Y'.
           05  WS-INQ-TRANS-CODE         PIC X(01).
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
           05  WS-LOG-KEY-TYPE           PIC X(01).
           05  WS-LOG-KEY                PIC X(20).
           05  WS-LOG-RESULT             PIC X(01).
           05  WS-LOG-SEARCH-SW          PIC X(01).
           05  WS-LOG-COUNT              PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-INQUIRY-FIELDS.
           05  WS-INQ-ACCT-NO            PIC X(08) VALUE SPACE.
      *----------------------------------------------------------*
           OPEN    INPUT  ACCT-MASTER
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          ACCESS-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE "ACCTINQ "              TO RL-PROGRAM-ID.
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
                   DISPLAY 'ACCTINQ - AUTH TABLE FULL, IGNORED: '
                       OA-OPERATOR-ID
               WHEN OAT-OPERATOR-ID(OA-INDEX) = SPACE
                   MOVE OA-OPERATOR-ID  TO OAT-OPERATOR-ID(OA-INDEX)
                   MOVE OA-PROGRAM-ID   TO OAT-PROGRAM-ID(OA-INDEX)
                   MOVE OA-TRANS-CODES  TO OAT-TRANS-CODES(OA-INDEX).
           PERFORM 8060-READ-OPER-AUTH.
      *----------------------------------------------------------*
       1900-PROCESS-ONE-REQUEST.
      *----------------------------------------------------------*
           PERFORM 1950-CHECK-OPERATOR-AUTH.
           IF  NOT WS-OPER-AUTHORIZED
               PERFORM 2900-REPORT-DENIED
           ELSE
               IF  IC-NAME-SEARCH
                   PERFORM 2500-SEARCH-BY-NAME
               ELSE
                   PERFORM 2000-INQUIRE-ONE-ACCOUNT.
           MOVE SPACE                   TO INQ-REQUEST-CARD.
           ACCEPT INQ-REQUEST-CARD.
      *----------------------------------------------------------*
       1950-CHECK-OPERATOR-AUTH.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-OPER-AUTH-SW.
           IF  IC-NAME-SEARCH
               MOVE 'N'                 TO WS-INQ-TRANS-CODE
           ELSE
               MOVE 'I'                 TO WS-INQ-TRANS-CODE.
           IF  IC-OPERATOR-ID NOT = SPACE
               SET OA-INDEX TO 1
               SEARCH OPER-AUTH-TABLE
                   AT END
                       CONTINUE
                   WHEN OAT-OPERATOR-ID(OA-INDEX) = IC-OPERATOR-ID
                    AND OAT-PROGRAM-ID(OA-INDEX) = 'ACCTINQ'
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
           IF  OAT-TRANS-CODES(OA-INDEX)(WS-AUTH-SUB:1)
                   = WS-INQ-TRANS-CODE
               MOVE 'Y'                 TO WS-OPER-AUTH-SW.
      *----------------------------------------------------------*
       2000-INQUIRE-ONE-ACCOUNT.
      *----------------------------------------------------------*
           MOVE INQ-DETAIL-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           DISPLAY 'ACCTINQ - ' INQ-DETAIL-LINE (1:95).
           MOVE 'A'                     TO WS-LOG-KEY-TYPE.
           MOVE ACCT-NO                 TO WS-LOG-KEY.
           MOVE 'V'                     TO WS-LOG-RESULT.
           IF  IC-NAME-SEARCH
               MOVE 'Y'                 TO WS-LOG-SEARCH-SW
           ELSE
               MOVE 'N'                 TO WS-LOG-SEARCH-SW.
           PERFORM 2800-WRITE-ACCESS-LOG.
      *----------------------------------------------------------*
       2200-REPORT-NOT-FOUND.
      *----------------------------------------------------------*
           MOVE INQ-NOTFOUND-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           DISPLAY 'ACCTINQ - ' INQ-NOTFOUND-LINE (1:32).
           PERFORM 2850-SET-REQUEST-KEY.
           MOVE 'F'                     TO WS-LOG-RESULT.
           PERFORM 2800-WRITE-ACCESS-LOG.
      *----------------------------------------------------------*
       2800-WRITE-ACCESS-LOG.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE SPACE                   TO ACCESS-LOG-RECORD.
           MOVE WS-CURRENT-DATE         TO AL-ACCESS-DATE.
           MOVE WS-CURRENT-TIME         TO AL-ACCESS-TIME.
           MOVE IC-OPERATOR-ID          TO AL-OPERATOR-ID.
           MOVE 'ACCTINQ'               TO AL-PROGRAM-ID.
           MOVE WS-LOG-KEY-TYPE         TO AL-KEY-TYPE.
           MOVE WS-LOG-KEY              TO AL-ACCESS-KEY.
           MOVE WS-LOG-RESULT           TO AL-ACCESS-RESULT.
           MOVE WS-LOG-SEARCH-SW        TO AL-NAME-SEARCH-SW.
           WRITE ACCESS-LOG-RECORD.
           ADD 1                        TO WS-LOG-COUNT.
      *----------------------------------------------------------*
       2850-SET-REQUEST-KEY.
      *----------------------------------------------------------*
           IF  IC-NAME-SEARCH
               MOVE 'N'                 TO WS-LOG-KEY-TYPE
               MOVE IC-SEARCH-NAME      TO WS-LOG-KEY
               MOVE 'Y'                 TO WS-LOG-SEARCH-SW
           ELSE
               MOVE 'A'                 TO WS-LOG-KEY-TYPE
               MOVE IC-ACCT-NO          TO WS-LOG-KEY
               MOVE 'N'                 TO WS-LOG-SEARCH-SW.
      *----------------------------------------------------------*
       2900-REPORT-DENIED.
      *----------------------------------------------------------*
           ADD 1                        TO WS-DENIED-COUNT.
           MOVE INQ-REQUEST-CARD (1:21) TO IDN-REQUEST.
           MOVE IC-OPERATOR-ID          TO IDN-OPERATOR-ID.
           MOVE INQ-DENIED-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           DISPLAY 'ACCTINQ - ' INQ-DENIED-LINE (1:63).
           PERFORM 2850-SET-REQUEST-KEY.
           MOVE 'D'                     TO WS-LOG-RESULT.
           PERFORM 2800-WRITE-ACCESS-LOG.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
           CLOSE   ACCT-MASTER
                   PRINT-FILE
                   RUN-LOG-FILE
                   ACCESS-LOG-FILE.
           DISPLAY 'ACCTINQ - ACCOUNTS FOUND    : ' WS-FOUND-COUNT.
           DISPLAY 'ACCTINQ - NOT ON MASTER     : ' WS-NOTFOUND-COUNT.
           DISPLAY 'ACCTINQ - NOT AUTHORIZED    : ' WS-DENIED-COUNT.
           DISPLAY 'ACCTINQ - ACCESS LOG RECORDS: ' WS-LOG-COUNT.
      *----------------------------------------------------------*
       8060-READ-OPER-AUTH.
      *----------------------------------------------------------*
           READ OPER-AUTH-FILE
               AT END MOVE 'Y'          TO AUTH-EOF-SW.
