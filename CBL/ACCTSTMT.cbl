               RECORD KEY IS ACCT-NO.
           SELECT ACCT-AUDIT-FILE ASSIGN TO ACCTAUDT.
           SELECT STMT-MSG-FILE   ASSIGN TO STMTMSG.
           SELECT ADDR-MASTER     ASSIGN TO ADDRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDR-ACCT-NO.
           SELECT STMT-ARCH-FILE  ASSIGN TO STMTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  SM-MIN-UTIL-PCT           PIC 9(03).
           05  SM-MAX-UTIL-PCT           PIC 9(03).
           05  SM-MSG-TEXT               PIC X(54).
      *----------------------------------------------------------*
       FD  ADDR-MASTER.
      *----------------------------------------------------------*
       COPY ADDRREC.
      *----------------------------------------------------------*
       FD  STMT-ARCH-FILE.
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    CUSTOMER STATEMENTS: ONE MAILABLE PAGE PER ACCOUNT WITH
      *    NAME, MAILING ADDRESS FROM ADDRMST (STATE ONLY WHEN NO
      *    ADDRESS IS ON FILE), LIMIT, BALANCE, OVER-LIMIT STANDING
      *    AND THE CYCLE'S APPLIED ACTIVITY (AFTER-IMAGES ON THE
      *    MAINTENANCE AUDIT FILE FOR THE BUSINESS DATE), AND THE
      *    MINIMUM PAYMENT AND DUE DATE FOR THE CYCLE.  ACCOUNTS
      *    FLAGGED FOR RETURNED MAIL GET NO STATEMENT; THEY ARE
      *    LISTED AT THE END OF THE RUN FOR ADDRESS RESEARCH.
      *    AN ACCOUNT PENDING CLOSE GETS A FINAL STATEMENT: THE
      *    WHOLE DEBIT BALANCE IS DUE AS A PAYOFF QUOTE, OR A CREDIT
      *    BALANCE IS SHOWN AS THE REFUND ACCTCLOS WILL ISSUE.
      *    CLOSED ACCOUNTS GET NO STATEMENT AND ARE NOT COUNTED.
      *----------------------------------------------------------*
       01   STATEMENT-LINES.
           05  STL-NAME-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  SSL-USA-STATE         PIC X(15).
               10  FILLER                PIC X(113) VALUE SPACE.
           05  STL-STREET-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  SSTL-ADDR-LINE        PIC X(30).
               10  FILLER                PIC X(98) VALUE SPACE.
           05  STL-CITY-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  SCTL-CITY             PIC X(20).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  SCTL-STATE            PIC X(02).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  SCTL-ZIP              PIC X(10).
               10  FILLER                PIC X(93) VALUE SPACE.
           05  STL-TITLE-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  STL-TITLE-TEXT        PIC X(36).
               10  STL-CYCLE-MONTH       PIC X(02).
               10  FILLER                PIC X(01) VALUE '/'.
               10  STL-CYCLE-DAY         PIC X(02).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  SAL-STANDING          PIC X(22).
               10  FILLER                PIC X(41) VALUE SPACE.
           05  STL-PAST-DUE-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  FILLER                PIC X(22) VALUE
                   'PAST DUE AMOUNT:      '.
               10  SPL-PAST-DUE-AMT      PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(93) VALUE SPACE.
           05  STL-MIN-PAY-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  FILLER                PIC X(22) VALUE
                   'MINIMUM PAYMENT DUE:  '.
               10  SML-MIN-PAY-AMT       PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(14) VALUE
                   '   PAY BY:    '.
               10  SML-DUE-MONTH         PIC X(02).
               10  FILLER                PIC X(01) VALUE '/'.
               10  SML-DUE-DAY           PIC X(02).
               10  FILLER                PIC X(01) VALUE '/'.
               10  SML-DUE-YEAR          PIC X(04).
               10  FILLER                PIC X(69) VALUE SPACE.
           05  STL-PAYOFF-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  FILLER                PIC X(22) VALUE
                   'PAYOFF AMOUNT:        '.
               10  SPO-PAYOFF-AMT        PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(14) VALUE
                   '   PAY BY:    '.
               10  SPO-DUE-MONTH         PIC X(02).
               10  FILLER                PIC X(01) VALUE '/'.
               10  SPO-DUE-DAY           PIC X(02).
               10  FILLER                PIC X(01) VALUE '/'.
               10  SPO-DUE-YEAR          PIC X(04).
               10  FILLER                PIC X(69) VALUE SPACE.
           05  STL-PAYOFF-TEXT-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  FILLER                PIC X(50) VALUE
                   'PAYMENT IN FULL BY THIS DATE CLOSES YOUR ACCOUNT.'.
               10  FILLER                PIC X(78) VALUE SPACE.
           05  STL-REFUND-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  FILLER                PIC X(22) VALUE
                   'CREDIT BALANCE REFUND:'.
               10  SRF-REFUND-AMT        PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(40) VALUE
                   '   WILL BE SENT TO YOUR ADDRESS ON FILE.'.
               10  FILLER                PIC X(53) VALUE SPACE.
           05  STL-ACTIVITY-HEADER.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  FILLER                PIC X(32) VALUE
               10  SCD-ACCT-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(21) VALUE '  PRINTED THIS RUN:  '.
               10  SCD-PRINTED-COUNT     PIC ZZ,ZZ9.
               10  FILLER  PIC X(08) VALUE '  HELD: '.
               10  SCD-HELD-COUNT        PIC ZZ,ZZ9.
               10  FILLER                PIC X(56) VALUE SPACE.
           05  STL-RESEARCH-HEADER-LINE.
               10  FILLER  PIC X(48) VALUE
                   'RETURNED MAIL - STATEMENTS HELD FOR RESEARCH    '.
               10  FILLER                PIC X(84) VALUE SPACE.
           05  STL-RESEARCH-DETAIL-LINE.
               10  SRD-ACCT-NO           PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  SRD-LAST-NAME         PIC X(20).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  SRD-FIRST-NAME        PIC X(14).
               10  FILLER  PIC X(11) VALUE '  RETURNED '.
               10  SRD-RETURNED-DATE     PIC 9(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  SRD-ADDR-LINE         PIC X(30).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  SRD-BALANCE           PIC $$,$$$,$$9.99-.
               10  FILLER                PIC X(20) VALUE SPACE.
           05  STL-RESEARCH-TOTAL-LINE.
               10  FILLER  PIC X(26) VALUE '** STATEMENTS HELD     :  '.
               10  SRT-HELD-COUNT        PIC Z,ZZZ,ZZ9.
               10  FILLER                PIC X(97) VALUE SPACE.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
      *    TARGETED STATEMENT MESSAGES: EACH STMTMSG LINE CARRIES
           05  WS-CYCLE-PARM             PIC X(02) VALUE SPACE.
           05  WS-CYCLE-SUB              PIC 9(02).
           05  WS-UTIL-PCT               PIC 9(03).
      *    MINIMUM PAYMENT: THE GREATER OF 2% OF THE BALANCE OR
      *    $25.00, NEVER MORE THAN THE BALANCE NOT ALREADY PAST
      *    DUE, PLUS ANY PAST-DUE AMOUNT.  DUE 25 DAYS AFTER THE
      *    STATEMENT DATE.  ACCTSTMT STORES THE CURRENT PORTION
      *    AND DUE DATE ON THE MASTER FOR DELQAGE.
           05  WS-MIN-PAY-PCT            PIC 9V9999 VALUE .0200.
           05  WS-MIN-PAY-FLOOR          PIC 9(05)V99 VALUE 25.00.
           05  WS-DUE-DAYS               PIC 9(03) VALUE 25.
           05  WS-CURRENT-PORTION        PIC S9(09)V99.
           05  WS-OPEN-BALANCE           PIC S9(09)V99.
           05  WS-TOTAL-DUE              PIC S9(09)V99.
           05  WS-TODAY-NUM              PIC 9(08).
           05  WS-DUE-DATE               PIC 9(08).
           05  WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
               10  WS-DUE-YEAR           PIC X(04).
               10  WS-DUE-MONTH          PIC X(02).
               10  WS-DUE-DAY            PIC X(02).
      *    EVERY STATEMENT LINE IS ALSO KEPT IN THE KEYED STATEMENT
      *    ARCHIVE UNDER ACCOUNT / STATEMENT DATE / LINE SEQUENCE,
      *    SO STMTRPRT CAN REPRODUCE THE STATEMENT EXACTLY AS IT
                           INDEXED BY CY-INDEX.
               10  CYT-ACCT-COUNT        PIC 9(05) VALUE ZERO.
               10  CYT-PRINTED-COUNT     PIC 9(05) VALUE ZERO.
               10  CYT-HELD-COUNT        PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  RESEARCH-TABLE-FIELDS.
           05  RESEARCH-TABLE OCCURS 500 TIMES.
               10  RST-ACCT-NO           PIC X(08).
               10  RST-LAST-NAME         PIC X(20).
               10  RST-FIRST-NAME        PIC X(14).
               10  RST-RETURNED-DATE     PIC 9(08).
               10  RST-ADDR-LINE         PIC X(30).
               10  RST-BALANCE           PIC S9(7)V99 COMP-3.
           05  RESEARCH-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-RES-SUB                PIC 9(03).
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               88  AUDIT-EOF                 VALUE 'Y'.
           05  MSG-EOF-SW                PIC X(01) VALUE 'N'.
               88  MSG-EOF                   VALUE 'Y'.
           05  WS-ADDR-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-ADDR-FOUND             VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           PERFORM 3000-PRINT-CYCLE-CONTROL.
           PERFORM 3200-PRINT-MESSAGE-COUNTS.
           PERFORM 3300-PRINT-RESEARCH-LIST.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    I-O    ACCT-MASTER.
           OPEN    INPUT  ACCT-AUDIT-FILE
                          STMT-MSG-FILE
                          ADDR-MASTER
                   OUTPUT PRINT-FILE
                   I-O    STMT-ARCH-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE WS-CURRENT-MONTH        TO STL-CYCLE-MONTH.
           MOVE WS-CURRENT-DAY          TO STL-CYCLE-DAY.
           MOVE WS-CURRENT-YEAR         TO STL-CYCLE-YEAR.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-NUM.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-DUE-DAYS).
           MOVE WS-DUE-MONTH            TO SML-DUE-MONTH.
           MOVE WS-DUE-DAY              TO SML-DUE-DAY.
           MOVE WS-DUE-YEAR             TO SML-DUE-YEAR.
           ACCEPT WS-CYCLE-PARM.
           IF  WS-CYCLE-PARM NOT NUMERIC
               MOVE SPACE               TO WS-CYCLE-PARM.
       2000-PRINT-ONE-STATEMENT.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  NOT ACCT-CLOSED
               PERFORM 2010-SELECT-FOR-CYCLE.
           PERFORM 8000-READ-ACCT-MASTER.
      *----------------------------------------------------------*
       2010-SELECT-FOR-CYCLE.
      *----------------------------------------------------------*
           PERFORM 2050-COUNT-CYCLE-MEMBER.
      *    A CYCLE RUN PRINTS ONLY ITS OWN CYCLE - UNASSIGNED
      *    ACCOUNTS PRINT ONLY ON A BLANK-PARM (FULL) RUN AND SHOW
      *    THE BULK PATH FOR ASSIGNING CYCLES AT CUTOVER.
           IF  WS-CYCLE-PARM NOT = SPACE
           AND ACCT-CYCLE-DAY NOT = WS-CYCLE-PARM
               CONTINUE
           ELSE
               PERFORM 2060-GET-MAILING-ADDRESS
               IF  WS-ADDR-FOUND
               AND ADDR-BAD-ADDRESS
                   PERFORM 2070-HOLD-FOR-RESEARCH
               ELSE
                   PERFORM 2080-PRINT-STATEMENT-PAGE.
      *----------------------------------------------------------*
       2050-COUNT-CYCLE-MEMBER.
      *----------------------------------------------------------*
               MOVE 29                  TO WS-CYCLE-SUB.
           SET CY-INDEX TO WS-CYCLE-SUB.
           ADD 1                        TO CYT-ACCT-COUNT(CY-INDEX).
      *----------------------------------------------------------*
       2060-GET-MAILING-ADDRESS.
      *----------------------------------------------------------*
           MOVE ACCT-NO                 TO ADDR-ACCT-NO.
           MOVE 'Y'                     TO WS-ADDR-FOUND-SW.
           READ ADDR-MASTER
               INVALID KEY
                   MOVE 'N'             TO WS-ADDR-FOUND-SW
           END-READ.
      *----------------------------------------------------------*
       2070-HOLD-FOR-RESEARCH.
      *----------------------------------------------------------*
           ADD 1                        TO WS-HELD-COUNT.
           ADD 1                        TO CYT-HELD-COUNT(CY-INDEX).
           IF  RESEARCH-COUNT = 500
               DISPLAY 'ACCTSTMT - RESEARCH TABLE FULL: ' ACCT-NO
           ELSE
               ADD 1                    TO RESEARCH-COUNT
               MOVE ACCT-NO         TO RST-ACCT-NO(RESEARCH-COUNT)
               MOVE LAST-NAME       TO RST-LAST-NAME(RESEARCH-COUNT)
               MOVE FIRST-NAME      TO RST-FIRST-NAME(RESEARCH-COUNT)
               MOVE ADDR-RETURNED-DATE
                                    TO RST-RETURNED-DATE(RESEARCH-COUNT)
               MOVE ADDR-LINE-1     TO RST-ADDR-LINE(RESEARCH-COUNT)
               MOVE ACCT-BALANCE    TO RST-BALANCE(RESEARCH-COUNT).
      *----------------------------------------------------------*
       2080-PRINT-STATEMENT-PAGE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-STMT-COUNT.
           ADD 1                        TO CYT-PRINTED-COUNT(CY-INDEX).
           MOVE ZERO                    TO WS-ARCH-LINE-SEQ.
           IF  ACCT-PENDING-CLOSE
               MOVE 'FINAL STATEMENT FOR CYCLE ENDING    '
                                        TO STL-TITLE-TEXT
           ELSE
               MOVE 'ACCOUNT STATEMENT FOR CYCLE ENDING  '
                                        TO STL-TITLE-TEXT.
           MOVE STL-TITLE-LINE          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           PERFORM 2900-ARCHIVE-STMT-LINE.
           MOVE STL-NAME-LINE           TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           PERFORM 2900-ARCHIVE-STMT-LINE.
           IF  WS-ADDR-FOUND
               PERFORM 2085-PRINT-ADDRESS-BLOCK
           ELSE
               MOVE USA-STATE           TO SSL-USA-STATE
               MOVE STL-STATE-LINE      TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               PERFORM 2900-ARCHIVE-STMT-LINE.
           MOVE ACCT-NO                 TO SAL-ACCT-NO.
           MOVE ACCT-LIMIT              TO SAL-ACCT-LIMIT.
           MOVE ACCT-BALANCE            TO SAL-ACCT-BALANCE.
           EVALUATE TRUE
               WHEN ACCT-RECOVERY
                   MOVE 'CHARGED OFF - RECOVERY'
                                        TO SAL-STANDING
               WHEN ACCT-PENDING-CLOSE
                   MOVE 'ACCOUNT BEING CLOSED  '
                                        TO SAL-STANDING
               WHEN ACCT-PAST-DUE-AMT > ZERO
                   MOVE '** PAYMENT PAST DUE **'
                                        TO SAL-STANDING
               WHEN ACCT-BALANCE > ACCT-LIMIT
                   MOVE '** OVER YOUR LIMIT ** '
                                        TO SAL-STANDING
               WHEN OTHER
                   MOVE 'ACCOUNT IN GOOD ORDER '
                                        TO SAL-STANDING
           END-EVALUATE.
           MOVE STL-ACCT-LINE           TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           PERFORM 2900-ARCHIVE-STMT-LINE.
           IF  NOT ACCT-RECOVERY
               PERFORM 2090-SET-PAYMENT-DUE.
           MOVE STL-ACTIVITY-HEADER     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           PERFORM 2900-ARCHIVE-STMT-LINE.
           PERFORM 2100-PRINT-CYCLE-ACTIVITY.
           PERFORM 2200-PRINT-STMT-MESSAGES.
      *----------------------------------------------------------*
       2085-PRINT-ADDRESS-BLOCK.
      *----------------------------------------------------------*
           MOVE ADDR-LINE-1             TO SSTL-ADDR-LINE.
           MOVE STL-STREET-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 2900-ARCHIVE-STMT-LINE.
           IF  ADDR-LINE-2 NOT = SPACE
               MOVE ADDR-LINE-2         TO SSTL-ADDR-LINE
               MOVE STL-STREET-LINE     TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               PERFORM 2900-ARCHIVE-STMT-LINE.
           MOVE ADDR-CITY               TO SCTL-CITY.
           MOVE ADDR-STATE              TO SCTL-STATE.
           MOVE ADDR-ZIP                TO SCTL-ZIP.
           MOVE STL-CITY-LINE           TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 2900-ARCHIVE-STMT-LINE.
      *----------------------------------------------------------*
       2090-SET-PAYMENT-DUE.
      *----------------------------------------------------------*
           COMPUTE WS-OPEN-BALANCE = ACCT-BALANCE - ACCT-PAST-DUE-AMT.
           MOVE ZERO                    TO WS-CURRENT-PORTION.
      *    ON A FINAL STATEMENT THE WHOLE OPEN BALANCE IS DUE.
           IF  WS-OPEN-BALANCE > ZERO
               IF  ACCT-PENDING-CLOSE
                   MOVE WS-OPEN-BALANCE TO WS-CURRENT-PORTION
               ELSE
                   COMPUTE WS-CURRENT-PORTION ROUNDED =
                       WS-OPEN-BALANCE * WS-MIN-PAY-PCT
                   IF  WS-CURRENT-PORTION < WS-MIN-PAY-FLOOR
                       MOVE WS-MIN-PAY-FLOOR
                                        TO WS-CURRENT-PORTION
                   END-IF
                   IF  WS-CURRENT-PORTION > WS-OPEN-BALANCE
                       MOVE WS-OPEN-BALANCE
                                        TO WS-CURRENT-PORTION
                   END-IF
               END-IF.
           COMPUTE WS-TOTAL-DUE =
               WS-CURRENT-PORTION + ACCT-PAST-DUE-AMT.
           MOVE WS-CURRENT-PORTION      TO ACCT-MIN-PAY-DUE.
           IF  WS-CURRENT-PORTION > ZERO
               MOVE WS-DUE-DATE         TO ACCT-PAY-DUE-DATE
           ELSE
               MOVE ZERO                TO ACCT-PAY-DUE-DATE.
           REWRITE ACCT-RECORD
               INVALID KEY
                   DISPLAY 'ACCTSTMT - REWRITE FAILED: ' ACCT-NO
           END-REWRITE.
           IF  ACCT-PAST-DUE-AMT > ZERO
               MOVE ACCT-PAST-DUE-AMT   TO SPL-PAST-DUE-AMT
               MOVE STL-PAST-DUE-LINE   TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               PERFORM 2900-ARCHIVE-STMT-LINE.
           IF  ACCT-PENDING-CLOSE
               PERFORM 2095-PRINT-CLOSING-QUOTE
           ELSE
               IF  WS-TOTAL-DUE > ZERO
                   MOVE WS-TOTAL-DUE    TO SML-MIN-PAY-AMT
                   MOVE STL-MIN-PAY-LINE TO PRINT-LINE
                   WRITE PRINT-RECORD AFTER ADVANCING 1
                   PERFORM 2900-ARCHIVE-STMT-LINE.
      *----------------------------------------------------------*
       2095-PRINT-CLOSING-QUOTE.
      *----------------------------------------------------------*
      *    A DEBIT BALANCE IS QUOTED FOR PAYOFF; A CREDIT BALANCE
      *    NOT YET REFUNDED IS SHOWN AS THE REFUND ON ITS WAY.
           IF  WS-TOTAL-DUE > ZERO
               MOVE WS-TOTAL-DUE        TO SPO-PAYOFF-AMT
               MOVE WS-DUE-MONTH        TO SPO-DUE-MONTH
               MOVE WS-DUE-DAY          TO SPO-DUE-DAY
               MOVE WS-DUE-YEAR         TO SPO-DUE-YEAR
               MOVE STL-PAYOFF-LINE     TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               PERFORM 2900-ARCHIVE-STMT-LINE
               MOVE STL-PAYOFF-TEXT-LINE TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               PERFORM 2900-ARCHIVE-STMT-LINE.
           IF  ACCT-BALANCE < ZERO
               COMPUTE SRF-REFUND-AMT = ZERO - ACCT-BALANCE
               MOVE STL-REFUND-LINE     TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               PERFORM 2900-ARCHIVE-STMT-LINE.
      *----------------------------------------------------------*
       2100-PRINT-CYCLE-ACTIVITY.
      *----------------------------------------------------------*
                   WHEN 'C'
                       MOVE 'ACCOUNT MAINTAINED'
                                        TO SAC-TRANS-DESC
                   WHEN 'P'
                       MOVE 'PAYMENT RECEIVED  '
                                        TO SAC-TRANS-DESC
                   WHEN 'D'
                       MOVE 'PURCHASE / DEBIT  '
                                        TO SAC-TRANS-DESC
                   WHEN 'F'
                       MOVE 'FEE CHARGED       '
                                        TO SAC-TRANS-DESC
                   WHEN 'I'
                       MOVE 'INTEREST CHARGED  '
                                        TO SAC-TRANS-DESC
                   WHEN 'J'
                       MOVE 'ADJUSTMENT        '
                                        TO SAC-TRANS-DESC
                   WHEN 'R'
                       MOVE 'REVERSAL          '
                                        TO SAC-TRANS-DESC
                   WHEN OTHER
                       MOVE 'ACCOUNT ACTIVITY  '
                                        TO SAC-TRANS-DESC
                                        TO SCD-ACCT-COUNT
               MOVE CYT-PRINTED-COUNT(CY-INDEX)
                                        TO SCD-PRINTED-COUNT
               MOVE CYT-HELD-COUNT(CY-INDEX)
                                        TO SCD-HELD-COUNT
               MOVE STL-CYCLE-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
           SET CY-INDEX UP BY 1.
               MOVE STL-MSG-COUNT-LINE      TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
           SET MS-INDEX UP BY 1.
      *----------------------------------------------------------*
       3300-PRINT-RESEARCH-LIST.
      *----------------------------------------------------------*
           MOVE STL-RESEARCH-HEADER-LINE TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3350-PRINT-ONE-RESEARCH-LINE
               VARYING WS-RES-SUB FROM 1 BY 1
                   UNTIL WS-RES-SUB > RESEARCH-COUNT.
           MOVE WS-HELD-COUNT           TO SRT-HELD-COUNT.
           MOVE STL-RESEARCH-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3350-PRINT-ONE-RESEARCH-LINE.
      *----------------------------------------------------------*
           MOVE RST-ACCT-NO(WS-RES-SUB) TO SRD-ACCT-NO.
           MOVE RST-LAST-NAME(WS-RES-SUB)
                                        TO SRD-LAST-NAME.
           MOVE RST-FIRST-NAME(WS-RES-SUB)
                                        TO SRD-FIRST-NAME.
           MOVE RST-RETURNED-DATE(WS-RES-SUB)
                                        TO SRD-RETURNED-DATE.
           MOVE RST-ADDR-LINE(WS-RES-SUB)
                                        TO SRD-ADDR-LINE.
           MOVE RST-BALANCE(WS-RES-SUB) TO SRD-BALANCE.
           MOVE STL-RESEARCH-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           CLOSE   ACCT-MASTER
                   ACCT-AUDIT-FILE
                   STMT-MSG-FILE
                   ADDR-MASTER
                   STMT-ARCH-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'ACCTSTMT - STATEMENTS PRODUCED: ' WS-STMT-COUNT.
           DISPLAY 'ACCTSTMT - STATEMENTS HELD    : ' WS-HELD-COUNT.
      *----------------------------------------------------------*
       8000-READ-ACCT-MASTER.
      *----------------------------------------------------------*
