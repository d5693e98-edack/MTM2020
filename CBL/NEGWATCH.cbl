               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO.
           SELECT ACCT-AUDIT-FILE ASSIGN TO ACCTAUDT.
           SELECT POST-TRAN-FILE  ASSIGN TO POSTTRAN.
           SELECT ALERT-FILE      ASSIGN TO ALERTFL.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
               10  AU-ACCT-BALANCE       PIC S9(7)V99 COMP-3.
           05  FILLER                    PIC X(15).
      *----------------------------------------------------------*
       FD  POST-TRAN-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       COPY POSTTRAN.
      *----------------------------------------------------------*
       FD  ALERT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    DAILY OVERDRAFT WATCH RUN AFTER ACCTPOST: LISTS EVERY
      *    ACCOUNT WITH A NEGATIVE BALANCE, NAMES THE DAY'S
      *    POSTING THAT TOOK IT NEGATIVE (FROM POSTTRAN), AGES
      *    HOW LONG THE ACCOUNT HAS BEEN NEGATIVE FROM THE AUDIT
      *    TRAIL, AND RAISES AN ALERT WHEN TOTAL OVERDRAFT
      *    EXPOSURE CROSSES THE PARM THRESHOLD.
               10  FILLER                PIC X(07) VALUE ' TRAN: '.
               10  NDL-TRAN-CODE         PIC X(01).
               10  FILLER                PIC X(07) VALUE ' POST: '.
               10  NDL-TRAN-BALANCE      PIC $$,$$$,$$9.99-.
               10  FILLER                PIC X(11) VALUE ' NEG SINCE:'.
               10  NDL-NEG-SINCE         PIC X(08).
               10  FILLER                PIC X(07) VALUE ' DAYS: '.
               10  NDL-DAYS-NEG          PIC ZZ,ZZ9.
               10  FILLER                PIC X(07) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                           INDEXED BY TT-INDEX.
               10  TTT-ACCT-NO           PIC X(08) VALUE SPACE.
               10  TTT-TRANS-CODE        PIC X(01) VALUE SPACE.
               10  TTT-BALANCE           PIC S9(07)V99 VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-WATCH-FIELDS.
           05  WS-THRESHOLD-X            PIC X(11).
      *----------------------------------------------------------*
           OPEN    INPUT  ACCT-MASTER
                          ACCT-AUDIT-FILE
                          POST-TRAN-FILE
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          ALERT-FILE.
      *----------------------------------------------------------*
       1200-LOAD-DAYS-TRANSACTIONS.
      *----------------------------------------------------------*
           PERFORM 8060-READ-POST-TRAN.
           PERFORM 1210-STORE-ONE-TRAN
               UNTIL TRAN-EOF.
      *----------------------------------------------------------*
       1210-STORE-ONE-TRAN.
      *----------------------------------------------------------*
           IF  NOT PT-BATCH-HEADER
           AND NOT PT-BATCH-TRAILER
           AND PT-ACCT-NO NOT = SPACE
           AND PT-AMOUNT NUMERIC
               SET TT-INDEX TO 1
               SEARCH TRAN-TABLE
                   AT END
                       PERFORM 9900-TABLE-ERROR
                   WHEN TTT-ACCT-NO(TT-INDEX) = PT-ACCT-NO
                       MOVE PT-TRAN-CODE
                                        TO TTT-TRANS-CODE(TT-INDEX)
                       MOVE PT-AMOUNT
                                        TO TTT-BALANCE(TT-INDEX)
                   WHEN TTT-ACCT-NO(TT-INDEX) = SPACE
                       MOVE PT-ACCT-NO  TO TTT-ACCT-NO(TT-INDEX)
                       MOVE PT-TRAN-CODE
                                        TO TTT-TRANS-CODE(TT-INDEX)
                       MOVE PT-AMOUNT
                                        TO TTT-BALANCE(TT-INDEX)
               END-SEARCH.
           PERFORM 8060-READ-POST-TRAN.
      *----------------------------------------------------------*
       2000-CHECK-ONE-ACCOUNT.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
           CLOSE   ACCT-MASTER
                   ACCT-AUDIT-FILE
                   POST-TRAN-FILE
                   ALERT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           WRITE RUN-LOG-RECORD.
           CLOSE   ACCT-MASTER
                   ACCT-AUDIT-FILE
                   POST-TRAN-FILE
                   ALERT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           READ ACCT-AUDIT-FILE
               AT END MOVE 'Y'          TO AUDIT-EOF-SW.
      *----------------------------------------------------------*
       8060-READ-POST-TRAN.
      *----------------------------------------------------------*
           READ POST-TRAN-FILE
               AT END MOVE 'Y'          TO TRAN-EOF-SW.
