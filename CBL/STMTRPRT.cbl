               RECORD KEY IS STMT-ARCH-KEY.
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
      *    IMAGE ACCTSTMT KEPT UNDER ACCOUNT / STATEMENT DATE, SO
      *    CUSTOMER SERVICE CAN REISSUE A COPY SHOWING THE
      *    STATEMENT-DATE FIGURES, NOT TODAY'S BALANCE.  REQUEST
      *    CARDS ARRIVE ONE PER PARM LINE: ACCOUNT AND DATE, WITH
      *    THE REQUESTING OPERATOR IN COLUMNS 73-80 CHECKED AGAINST
      *    OPERAUTH (I = INQUIRE).  EVERY STATEMENT REPRINTED, NOT
      *    FOUND OR REFUSED IS WRITTEN TO THE ACCSLOG ACCESS LOG.
      *----------------------------------------------------------*
       01  RPRT-REQUEST-CARD.
           05  RC-ACCT-NO                PIC X(08).
           05  FILLER                    PIC X(01).
           05  RC-STMT-DATE              PIC X(08).
           05  FILLER                    PIC X(55).
           05  RC-OPERATOR-ID            PIC X(08).
      *----------------------------------------------------------*
       01  RPRT-LINES.
           05  RPRT-BANNER-LINE.
               10  FILLER                PIC X(28) VALUE
                   '  *** NOT ON ARCHIVE ***    '.
               10  FILLER                PIC X(87) VALUE SPACE.
           05  RPRT-DENIED-LINE.
               10  RDN-ACCT-NO           PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  RDN-STMT-DATE         PIC X(08).
               10  FILLER                PIC X(33) VALUE
                   '  *** OPERATOR NOT AUTHORIZED ***'.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  RDN-OPERATOR-ID       PIC X(08).
               10  FILLER                PIC X(73) VALUE SPACE.
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
           05  WS-LOG-RESULT             PIC X(01).
           05  WS-LOG-COUNT              PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-REPRINT-FIELDS.
           05  WS-LINE-COUNT             PIC 9(05).
      *----------------------------------------------------------*
           OPEN    INPUT  STMT-ARCH-FILE
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          ACCESS-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE "STMTRPRT"              TO RL-PROGRAM-ID.
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
                   DISPLAY 'STMTRPRT - AUTH TABLE FULL, IGNORED: '
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
           IF  RC-OPERATOR-ID NOT = SPACE
               SET OA-INDEX TO 1
               SEARCH OPER-AUTH-TABLE
                   AT END
                       CONTINUE
                   WHEN OAT-OPERATOR-ID(OA-INDEX) = RC-OPERATOR-ID
                    AND OAT-PROGRAM-ID(OA-INDEX) = 'STMTRPRT'
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
       2000-REPRINT-ONE-STATEMENT.
      *----------------------------------------------------------*
           PERFORM 1950-CHECK-OPERATOR-AUTH.
           IF  NOT WS-OPER-AUTHORIZED
               PERFORM 2400-REPORT-DENIED
           ELSE
               PERFORM 2050-FIND-ONE-STATEMENT.
           MOVE SPACE                   TO RPRT-REQUEST-CARD.
           ACCEPT RPRT-REQUEST-CARD.
      *----------------------------------------------------------*
       2050-FIND-ONE-STATEMENT.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE ZERO                    TO WS-LINE-COUNT.
           IF  WS-LINE-COUNT = ZERO
               PERFORM 2300-REPORT-NOT-FOUND
           ELSE
               ADD 1                    TO WS-REPRINT-COUNT
               MOVE 'V'                 TO WS-LOG-RESULT
               PERFORM 2800-WRITE-ACCESS-LOG.
      *----------------------------------------------------------*
       2100-READ-NEXT-ARCH-LINE.
      *----------------------------------------------------------*
           MOVE RPRT-NOTFOUND-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           DISPLAY 'STMTRPRT - ' RPRT-NOTFOUND-LINE (1:45).
           MOVE 'F'                     TO WS-LOG-RESULT.
           PERFORM 2800-WRITE-ACCESS-LOG.
      *----------------------------------------------------------*
       2400-REPORT-DENIED.
      *----------------------------------------------------------*
           ADD 1                        TO WS-DENIED-COUNT.
           MOVE RC-ACCT-NO              TO RDN-ACCT-NO.
           MOVE RC-STMT-DATE            TO RDN-STMT-DATE.
           MOVE RC-OPERATOR-ID          TO RDN-OPERATOR-ID.
           MOVE RPRT-DENIED-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           DISPLAY 'STMTRPRT - ' RPRT-DENIED-LINE (1:59).
           MOVE 'D'                     TO WS-LOG-RESULT.
           PERFORM 2800-WRITE-ACCESS-LOG.
      *----------------------------------------------------------*
       2800-WRITE-ACCESS-LOG.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE SPACE                   TO ACCESS-LOG-RECORD.
           MOVE WS-CURRENT-DATE         TO AL-ACCESS-DATE.
           MOVE WS-CURRENT-TIME         TO AL-ACCESS-TIME.
           MOVE RC-OPERATOR-ID          TO AL-OPERATOR-ID.
           MOVE 'STMTRPRT'              TO AL-PROGRAM-ID.
           MOVE 'S'                     TO AL-KEY-TYPE.
           MOVE RC-ACCT-NO              TO AL-ACCESS-KEY (1:8).
           MOVE RC-STMT-DATE            TO AL-ACCESS-KEY (9:8).
           MOVE WS-LOG-RESULT           TO AL-ACCESS-RESULT.
           MOVE 'N'                     TO AL-NAME-SEARCH-SW.
           WRITE ACCESS-LOG-RECORD.
           ADD 1                        TO WS-LOG-COUNT.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
           CLOSE   STMT-ARCH-FILE
                   PRINT-FILE
                   RUN-LOG-FILE
                   ACCESS-LOG-FILE.
           DISPLAY 'STMTRPRT - STATEMENTS REPRINTED: '
               WS-REPRINT-COUNT.
           DISPLAY 'STMTRPRT - NOT ON ARCHIVE      : '
               WS-NOTFOUND-COUNT.
           DISPLAY 'STMTRPRT - NOT AUTHORIZED      : '
               WS-DENIED-COUNT.
           DISPLAY 'STMTRPRT - ACCESS LOG RECORDS  : '
               WS-LOG-COUNT.
      *----------------------------------------------------------*
       8060-READ-OPER-AUTH.
      *----------------------------------------------------------*
           READ OPER-AUTH-FILE
               AT END MOVE 'Y'          TO AUTH-EOF-SW.
