       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELQAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER     ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO.
           SELECT DELQ-PARM-FILE  ASSIGN TO DELQPARM.
           SELECT LATE-TRAN-FILE  ASSIGN TO LATETRAN.
           SELECT ACCT-AUDIT-FILE ASSIGN TO ACCTAUDT.
           SELECT GL-FEED-FILE    ASSIGN TO GLFEED.
           SELECT XMIT-MANIFEST-FILE ASSIGN TO XMITMANF.
           SELECT LETTER-FILE     ASSIGN TO COLLLTR.
           SELECT ADDR-MASTER     ASSIGN TO ADDRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDR-ACCT-NO.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  ACCT-MASTER.
      *----------------------------------------------------------*
       COPY ACCTREC.
      *----------------------------------------------------------*
       FD  DELQ-PARM-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  DELQ-PARM-RECORD.
           05  DP-LATE-FEE               PIC 9(05)V99.
           05  DP-CHARGE-OFF-DAYS        PIC 9(03).
           05  FILLER                    PIC X(70).
      *----------------------------------------------------------*
       FD  LATE-TRAN-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       COPY POSTTRAN.
      *----------------------------------------------------------*
       FD  ACCT-AUDIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ACCT-AUDIT-RECORD.
           05  AU-IMAGE-TYPE             PIC X(01).
           05  AU-TRANS-CODE             PIC X(01).
           05  AU-RUN-DATE               PIC 9(08).
           05  AU-RUN-TIME               PIC 9(08).
           05  AU-ACCT-IMAGE.
               10  AUI-ACCT-NO           PIC X(08).
               10  AUI-LAST-NAME         PIC X(20).
               10  AUI-FIRST-NAME        PIC X(14).
               10  AUI-USA-STATE         PIC X(15).
               10  AUI-ACCT-LIMIT        PIC S9(7)V99 COMP-3.
               10  AUI-ACCT-BALANCE      PIC S9(7)V99 COMP-3.
           05  AU-OPERATOR-ID            PIC X(08).
           05  AU-REF-NO                 PIC X(07).
      *----------------------------------------------------------*
       FD  GL-FEED-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  GL-FEED-RECORD.
           05  GL-RECORD-TYPE            PIC X(01).
           05  GL-DETAIL-BODY.
               10  GL-ACCOUNT            PIC X(08).
               10  GL-DEBIT-CREDIT       PIC X(01).
               10  GL-AMOUNT             PIC 9(09)V99.
               10  GL-TRANS-CODE         PIC X(01).
               10  GL-ACCT-NO            PIC X(08).
               10  GL-POST-DATE          PIC 9(08).
               10  FILLER                PIC X(33).
           05  GL-CONTROL-BODY REDEFINES GL-DETAIL-BODY.
               10  GL-FEED-ID            PIC X(08).
               10  GL-CTL-DATE           PIC 9(08).
               10  GL-CTL-COUNT          PIC 9(07).
               10  GL-CTL-HASH           PIC 9(13)V99.
               10  FILLER                PIC X(32).
      *----------------------------------------------------------*
       FD  XMIT-MANIFEST-FILE
           RECORDING MODE IS F.
       COPY XMITMANF.
      *----------------------------------------------------------*
       FD  LETTER-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  LETTER-RECORD.
           05  LETTER-LINE               PIC X(132).
      *----------------------------------------------------------*
       FD  ADDR-MASTER.
      *----------------------------------------------------------*
       COPY ADDRREC.
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRINT-RECORD.
      *    05  CC                        PIC X(01).
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
       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PERCTL.
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    DAILY DELINQUENCY AGING.  FOR EVERY ACCOUNT IN THE NORMAL
      *    BOOK (ACTIVE OR PENDING CLOSE): PAYMENTS ACCTPOST HAS
      *    RECEIVED ARE APPLIED TO THE PAST-DUE AMOUNT FIRST AND
      *    THEN TO THE CYCLE MINIMUM SET BY ACCTSTMT; A MINIMUM
      *    STILL UNPAID ON ITS DUE DATE ROLLS INTO PAST DUE AND A
      *    LATE FEE (THE LESSER OF THE PARM FEE AND THE MISSED
      *    MINIMUM) IS WRITTEN AS AN F POSTING BATCH
      *    ON LATETRAN FOR ACCTPOST.  DAYS PAST DUE RUN FROM THE
      *    OLDEST MISSED DUE DATE AND PLACE THE ACCOUNT IN THE
      *    CURRENT/30/60/90/120+ BUCKETS; A COLLECTION LETTER GOES
      *    OUT EACH TIME AN ACCOUNT MOVES UP A BUCKET.  AT THE
      *    CHARGE-OFF DAY COUNT (180 UNLESS DELQPARM SAYS OTHERWISE)
      *    THE BALANCE IS CHARGED OFF TO GL - DEBIT CHARGE-OFFS
      *    61001000, CREDIT RECEIVABLES 11001000 - AND THE ACCOUNT
      *    MOVES TO RECOVERY STATUS, OUT OF THE NORMAL BOOK.
      *    LETTERS ARE ADDRESSED FROM ADDRMST; A LETTER FOR AN
      *    ADDRESS FLAGGED FOR RETURNED MAIL IS HELD, NOT PRINTED.
      *    A CHARGE-OFF ON A BUSINESS DATE IN A CLOSED ACCOUNTING
      *    PERIOD (PERCTL) GOES TO THE GL DATED THE FIRST OF THE NEXT
      *    OPEN PERIOD AND IS LISTED.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(36) VALUE
                   '  DELINQUENCY AGING AND COLLECTIONS '.
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  HL1-BUSINESS-DATE     PIC X(08).
               10  FILLER                PIC X(72) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(10) VALUE 'ACCOUNT   '.
               10  FILLER    PIC X(22) VALUE 'LAST NAME             '.
               10  FILLER    PIC X(15) VALUE '       BALANCE '.
               10  FILLER    PIC X(15) VALUE '      PAST DUE '.
               10  FILLER    PIC X(06) VALUE ' DAYS '.
               10  FILLER    PIC X(08) VALUE 'BUCKET  '.
               10  FILLER    PIC X(30) VALUE 'ACTION'.
               10  FILLER                PIC X(26) VALUE SPACE.
      *----------------------------------------------------------*
           05  DELQ-DETAIL-LINE.
               10  DDL-ACCT-NO           PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  DDL-LAST-NAME         PIC X(20).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  DDL-BALANCE           PIC $$,$$$,$$9.99-.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  DDL-PAST-DUE          PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  DDL-DAYS-PAST-DUE     PIC ZZ9.
               10  FILLER                PIC X(03) VALUE SPACE.
               10  DDL-BUCKET            PIC X(06).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  DDL-ACTION            PIC X(40).
               10  FILLER                PIC X(16) VALUE SPACE.
      *----------------------------------------------------------*
           05  BUCKET-HEADER-LINE.
               10  FILLER  PIC X(42) VALUE
                   'DELINQUENCY BUCKET SUMMARY                '.
               10  FILLER                PIC X(90) VALUE SPACE.
      *----------------------------------------------------------*
           05  BUCKET-DETAIL-LINE.
               10  BDL-BUCKET-NAME       PIC X(12).
               10  FILLER                PIC X(11) VALUE ' ACCOUNTS: '.
               10  BDL-ACCT-COUNT        PIC ZZZ,ZZ9.
               10  FILLER                PIC X(11) VALUE '  BALANCE: '.
               10  BDL-BALANCE           PIC $$$,$$$,$$9.99-.
               10  FILLER                PIC X(12) VALUE '  PAST DUE: '.
               10  BDL-PAST-DUE          PIC $$$,$$$,$$9.99.
               10  FILLER                PIC X(50) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** LATE FEES ASSESSED:'.
               10  TL1-FEE-COUNT         PIC ZZ,ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  TL1-FEE-TOTAL         PIC $$,$$$,$$9.99.
               10  FILLER  PIC X(12) VALUE '   LETTERS: '.
               10  TL1-LETTER-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   CHARGED OFF: '.
               10  TL1-CHGOFF-COUNT      PIC ZZ,ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  TL1-CHGOFF-TOTAL      PIC $$$,$$$,$$9.99.
               10  FILLER                PIC X(33) VALUE SPACE.
      *----------------------------------------------------------*
       01  LETTER-LINES.
           05  LTR-DATE-LINE.
               10  FILLER                PIC X(50) VALUE SPACE.
               10  LDL-LETTER-DATE       PIC X(10).
               10  FILLER                PIC X(72) VALUE SPACE.
           05  LTR-NAME-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  LNL-FIRST-NAME        PIC X(14).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  LNL-LAST-NAME         PIC X(20).
               10  FILLER                PIC X(93) VALUE SPACE.
           05  LTR-STATE-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  LSL-USA-STATE         PIC X(15).
               10  FILLER                PIC X(113) VALUE SPACE.
           05  LTR-STREET-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  LSTL-ADDR-LINE        PIC X(30).
               10  FILLER                PIC X(98) VALUE SPACE.
           05  LTR-CITY-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  LCTL-CITY             PIC X(20).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  LCTL-STATE            PIC X(02).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  LCTL-ZIP              PIC X(10).
               10  FILLER                PIC X(93) VALUE SPACE.
           05  LTR-ACCT-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  FILLER                PIC X(17) VALUE
                   'RE: ACCOUNT      '.
               10  LAL-ACCT-NO           PIC X(08).
               10  FILLER                PIC X(103) VALUE SPACE.
           05  LTR-AMOUNT-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  FILLER                PIC X(17) VALUE
                   'AMOUNT PAST DUE: '.
               10  LML-PAST-DUE          PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(08) VALUE '  DAYS: '.
               10  LML-DAYS-PAST-DUE     PIC ZZ9.
               10  FILLER                PIC X(87) VALUE SPACE.
           05  LTR-TEXT-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  LTL-TEXT              PIC X(60).
               10  FILLER                PIC X(68) VALUE SPACE.
      *----------------------------------------------------------*
      *    ONE ENTRY PER BUCKET: NAME, THEN TWO LINES OF LETTER TEXT.
      *    BUCKET 0 (CURRENT) NEVER GETS A LETTER.
       01  BUCKET-VALUES.
           05  FILLER  PIC X(12) VALUE 'CURRENT     '.
           05  FILLER  PIC X(60) VALUE SPACE.
           05  FILLER  PIC X(60) VALUE SPACE.
           05  FILLER  PIC X(12) VALUE '30 DAYS     '.
           05  FILLER  PIC X(30) VALUE
               'OUR RECORDS SHOW YOUR MINIMUM '.
           05  FILLER  PIC X(30) VALUE
               'PAYMENT HAS NOT BEEN RECEIVED.'.
           05  FILLER  PIC X(30) VALUE
               'PLEASE SEND THE PAST DUE AMOUN'.
           05  FILLER  PIC X(30) VALUE
               'T NOW TO BRING YOUR ACCOUNT UP'.
           05  FILLER  PIC X(12) VALUE '60 DAYS     '.
           05  FILLER  PIC X(30) VALUE
               'YOUR ACCOUNT IS NOW 60 DAYS PA'.
           05  FILLER  PIC X(30) VALUE
               'ST DUE.  PLEASE CONTACT US    '.
           05  FILLER  PIC X(30) VALUE
               'TODAY TO ARRANGE PAYMENT OF TH'.
           05  FILLER  PIC X(30) VALUE
               'E PAST DUE AMOUNT.            '.
           05  FILLER  PIC X(12) VALUE '90 DAYS     '.
           05  FILLER  PIC X(30) VALUE
               'YOUR ACCOUNT IS SERIOUSLY PAST'.
           05  FILLER  PIC X(30) VALUE
               ' DUE.  CHARGING PRIVILEGES    '.
           05  FILLER  PIC X(30) VALUE
               'ARE SUSPENDED UNTIL THE PAST D'.
           05  FILLER  PIC X(30) VALUE
               'UE AMOUNT IS PAID IN FULL.    '.
           05  FILLER  PIC X(12) VALUE '120+ DAYS   '.
           05  FILLER  PIC X(30) VALUE
               'FINAL NOTICE.  UNLESS PAYMENT '.
           05  FILLER  PIC X(30) VALUE
               'IS RECEIVED YOUR ACCOUNT WILL '.
           05  FILLER  PIC X(30) VALUE
               'BE CHARGED OFF AND REFERRED FO'.
           05  FILLER  PIC X(30) VALUE
               'R RECOVERY.                   '.
       01  BUCKET-TABLE REDEFINES BUCKET-VALUES.
           05  BUCKET-ENTRY OCCURS 5 TIMES.
               10  BKT-NAME              PIC X(12).
               10  BKT-LETTER-TEXT-1     PIC X(60).
               10  BKT-LETTER-TEXT-2     PIC X(60).
       01  BUCKET-TOTAL-FIELDS.
           05  BUCKET-TOTAL-ENTRY OCCURS 5 TIMES.
               10  BKT-ACCT-COUNT        PIC 9(07)     VALUE ZERO.
               10  BKT-BALANCE-TOTAL     PIC S9(11)V99 VALUE ZERO.
               10  BKT-PAST-DUE-TOTAL    PIC 9(11)V99  VALUE ZERO.
      *----------------------------------------------------------*
       01  AUDIT-IMAGE-WORK.
           05  AIW-ACCT-NO               PIC X(08).
           05  AIW-LAST-NAME             PIC X(20).
           05  AIW-FIRST-NAME            PIC X(14).
           05  AIW-USA-STATE             PIC X(15).
           05  AIW-ACCT-LIMIT            PIC S9(7)V99 COMP-3.
           05  AIW-ACCT-BALANCE          PIC S9(7)V99 COMP-3.
      *----------------------------------------------------------*
       01  WS-DELINQUENCY-FIELDS.
           05  WS-LATE-FEE               PIC 9(05)V99 VALUE 25.00.
           05  WS-CHARGE-OFF-DAYS        PIC 9(03) VALUE 180.
           05  WS-FEE-AMT                PIC 9(05)V99.
           05  WS-PAY-AVAIL              PIC S9(09)V99.
           05  WS-MISSED-MIN             PIC S9(09)V99.
           05  WS-TODAY-NUM              PIC 9(08).
           05  WS-TODAY-INT              PIC 9(07).
           05  WS-DAYS-PAST-DUE          PIC 9(05).
           05  WS-NEW-BUCKET             PIC 9(01).
           05  WS-BUCKET-SUB             PIC 9(01).
           05  WS-ACTION                 PIC X(40).
           05  WS-ACTION-PTR             PIC 9(02).
           05  WS-POST-REF-NO.
               10  FILLER                PIC X(01) VALUE 'L'.
               10  WS-POST-REF-DATE      PIC X(06).
      *----------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-FEE-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-FEE-TOTAL              PIC 9(09)V99 VALUE ZERO.
           05  WS-LETTER-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-CHGOFF-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-CHGOFF-TOTAL           PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-GL-HASH-TOTAL          PIC 9(13)V99 VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
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
           COPY PERCTLW.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  END-OF-FILE-SW            PIC X(01) VALUE 'N'.
               88  END-OF-FILE               VALUE 'Y'.
           05  PARM-EOF-SW               PIC X(01) VALUE 'N'.
               88  PARM-EOF                  VALUE 'Y'.
           05  WS-ADDR-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-ADDR-FOUND             VALUE 'Y'.
           05  WS-CHARGED-OFF-SW         PIC X(01) VALUE 'N'.
               88  WS-CHARGED-OFF            VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-WRITE-BATCH-HEADERS.
           PERFORM 8000-READ-ACCT-MASTER.
           PERFORM 2000-AGE-ONE-ACCOUNT
               UNTIL END-OF-FILE.
           PERFORM 2900-WRITE-BATCH-TRAILERS.
           PERFORM 3000-PRINT-BUCKET-SUMMARY.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    I-O    ACCT-MASTER.
           OPEN    INPUT  DELQ-PARM-FILE
                          ADDR-MASTER
                   OUTPUT LATE-TRAN-FILE
                          GL-FEED-FILE
                          LETTER-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          ACCT-AUDIT-FILE
                          XMIT-MANIFEST-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "DELQAGE"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           READ DELQ-PARM-FILE
               AT END MOVE 'Y'          TO PARM-EOF-SW.
           IF  NOT PARM-EOF
               IF  DP-LATE-FEE NUMERIC
                   MOVE DP-LATE-FEE     TO WS-LATE-FEE
               END-IF
               IF  DP-CHARGE-OFF-DAYS NUMERIC
               AND DP-CHARGE-OFF-DAYS > ZERO
                   MOVE DP-CHARGE-OFF-DAYS
                                        TO WS-CHARGE-OFF-DAYS
               END-IF.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           MOVE WS-CURRENT-DATE(3:6)    TO WS-POST-REF-DATE.
           PERFORM 9610-LOAD-PERIOD-CONTROL.
           MOVE WS-CURRENT-DATE         TO WS-PC-CHECK-DATE.
           PERFORM 9620-CHECK-POSTING-PERIOD.
           MOVE WS-CURRENT-DATE         TO HL1-BUSINESS-DATE.
           MOVE SPACE                   TO LDL-LETTER-DATE.
           STRING WS-CURRENT-MONTH '/' WS-CURRENT-DAY '/'
                  WS-CURRENT-YEAR
               DELIMITED BY SIZE INTO LDL-LETTER-DATE.
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
       1500-WRITE-BATCH-HEADERS.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'H'                     TO PT-TRAN-CODE.
           MOVE 'LATEFE'                TO PT-BATCH-NUMBER.
           WRITE POST-TRAN-RECORD.
           MOVE SPACE                   TO GL-FEED-RECORD.
           MOVE 'H'                     TO GL-RECORD-TYPE.
           MOVE 'DELQAGE'               TO GL-FEED-ID.
           MOVE WS-CURRENT-DATE         TO GL-CTL-DATE.
           WRITE GL-FEED-RECORD.
      *----------------------------------------------------------*
       2000-AGE-ONE-ACCOUNT.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  ACCT-ACTIVE
           OR  ACCT-PENDING-CLOSE
               MOVE SPACE               TO WS-ACTION
               MOVE 1                   TO WS-ACTION-PTR
               MOVE 'N'                 TO WS-CHARGED-OFF-SW
               PERFORM 2100-APPLY-PAYMENTS
               PERFORM 2200-CHECK-DUE-DATE
               PERFORM 2300-AGE-ACCOUNT
               PERFORM 2400-CHECK-LETTER
               PERFORM 2500-CHECK-CHARGE-OFF
               REWRITE ACCT-RECORD
                   INVALID KEY
                       DISPLAY 'DELQAGE - REWRITE FAILED: ' ACCT-NO
               END-REWRITE
               PERFORM 2700-ACCUMULATE-BUCKET
               IF  ACCT-PAST-DUE-AMT > ZERO
               OR  WS-ACTION NOT = SPACE
                   PERFORM 2800-PRINT-DETAIL-LINE
               END-IF
               IF  WS-CHARGED-OFF
               AND WS-PC-PERIOD-CLOSED
                   PERFORM 2850-LIST-PERIOD-LOCK
               END-IF.
           PERFORM 8000-READ-ACCT-MASTER.
      *----------------------------------------------------------*
       2100-APPLY-PAYMENTS.
      *----------------------------------------------------------*
      *    A NEGATIVE UNAPPLIED AMOUNT IS A RETURNED PAYMENT: IT
      *    GOES BACK ON THE MINIMUM IF THE DUE DATE IS STILL AHEAD,
      *    OTHERWISE BACK INTO PAST DUE.
           IF  ACCT-UNAPPLIED-PAY < ZERO
               COMPUTE WS-PAY-AVAIL = ZERO - ACCT-UNAPPLIED-PAY
               IF  ACCT-PAY-DUE-DATE > ZERO
                   ADD WS-PAY-AVAIL     TO ACCT-MIN-PAY-DUE
               ELSE
                   ADD WS-PAY-AVAIL     TO ACCT-PAST-DUE-AMT
                   IF  ACCT-DELINQ-DATE = ZERO
                       MOVE WS-TODAY-NUM TO ACCT-DELINQ-DATE
                   END-IF
               END-IF
           ELSE
               MOVE ACCT-UNAPPLIED-PAY  TO WS-PAY-AVAIL
               IF  WS-PAY-AVAIL NOT LESS THAN ACCT-PAST-DUE-AMT
                   SUBTRACT ACCT-PAST-DUE-AMT FROM WS-PAY-AVAIL
                   MOVE ZERO            TO ACCT-PAST-DUE-AMT
               ELSE
                   SUBTRACT WS-PAY-AVAIL FROM ACCT-PAST-DUE-AMT
                   MOVE ZERO            TO WS-PAY-AVAIL
               END-IF
               IF  WS-PAY-AVAIL NOT LESS THAN ACCT-MIN-PAY-DUE
                   MOVE ZERO            TO ACCT-MIN-PAY-DUE
               ELSE
                   SUBTRACT WS-PAY-AVAIL FROM ACCT-MIN-PAY-DUE.
           MOVE ZERO                    TO ACCT-UNAPPLIED-PAY.
           IF  ACCT-PAST-DUE-AMT NOT > ZERO
               MOVE ZERO                TO ACCT-PAST-DUE-AMT
                                           ACCT-DELINQ-DATE.
      *----------------------------------------------------------*
       2200-CHECK-DUE-DATE.
      *----------------------------------------------------------*
           IF  ACCT-PAY-DUE-DATE > ZERO
           AND ACCT-PAY-DUE-DATE NOT > WS-TODAY-NUM
               IF  ACCT-MIN-PAY-DUE > ZERO
                   MOVE ACCT-MIN-PAY-DUE TO WS-MISSED-MIN
                   ADD ACCT-MIN-PAY-DUE TO ACCT-PAST-DUE-AMT
                   IF  ACCT-DELINQ-DATE = ZERO
                       MOVE ACCT-PAY-DUE-DATE
                                        TO ACCT-DELINQ-DATE
                   END-IF
                   PERFORM 2250-ASSESS-LATE-FEE
               END-IF
               MOVE ZERO                TO ACCT-MIN-PAY-DUE
                                           ACCT-PAY-DUE-DATE.
      *----------------------------------------------------------*
       2250-ASSESS-LATE-FEE.
      *----------------------------------------------------------*
           IF  WS-LATE-FEE > ZERO
               IF  WS-MISSED-MIN < WS-LATE-FEE
                   MOVE WS-MISSED-MIN   TO WS-FEE-AMT
               ELSE
                   MOVE WS-LATE-FEE     TO WS-FEE-AMT
               END-IF
               MOVE SPACE               TO POST-TRAN-RECORD
               MOVE 'F'                 TO PT-TRAN-CODE
               MOVE ACCT-NO             TO PT-ACCT-NO
               MOVE WS-POST-REF-NO      TO PT-REF-NO
               MOVE WS-FEE-AMT          TO PT-AMOUNT
               MOVE WS-CURRENT-DATE     TO PT-EFF-DATE
               MOVE 'DELQAGE'           TO PT-SOURCE-ID
               MOVE 'LATE PAYMENT FEE'  TO PT-DESCRIPTION
               WRITE POST-TRAN-RECORD
               ADD 1                    TO WS-FEE-COUNT
               ADD WS-FEE-AMT           TO WS-FEE-TOTAL
               STRING 'LATE FEE ' DELIMITED BY SIZE
                   INTO WS-ACTION WITH POINTER WS-ACTION-PTR.
      *----------------------------------------------------------*
       2300-AGE-ACCOUNT.
      *----------------------------------------------------------*
           MOVE ZERO                    TO WS-DAYS-PAST-DUE.
           IF  ACCT-DELINQ-DATE > ZERO
           AND ACCT-DELINQ-DATE < WS-TODAY-NUM
               COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(ACCT-DELINQ-DATE).
           IF  WS-DAYS-PAST-DUE > 999
               MOVE 999                 TO ACCT-DAYS-PAST-DUE
           ELSE
               MOVE WS-DAYS-PAST-DUE    TO ACCT-DAYS-PAST-DUE.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE 0               TO WS-NEW-BUCKET
               WHEN WS-DAYS-PAST-DUE < 60
                   MOVE 1               TO WS-NEW-BUCKET
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE 2               TO WS-NEW-BUCKET
               WHEN WS-DAYS-PAST-DUE < 120
                   MOVE 3               TO WS-NEW-BUCKET
               WHEN OTHER
                   MOVE 4               TO WS-NEW-BUCKET
           END-EVALUATE.
      *----------------------------------------------------------*
       2400-CHECK-LETTER.
      *----------------------------------------------------------*
           IF  WS-NEW-BUCKET > ACCT-DELINQ-BUCKET
               PERFORM 2420-GET-MAILING-ADDRESS
               IF  WS-ADDR-FOUND
               AND ADDR-BAD-ADDRESS
                   ADD 1                TO WS-HELD-COUNT
                   STRING 'LETTER HELD-BAD ADDR ' DELIMITED BY SIZE
                       INTO WS-ACTION WITH POINTER WS-ACTION-PTR
               ELSE
                   PERFORM 2450-PRINT-COLLECTION-LETTER.
           MOVE WS-NEW-BUCKET           TO ACCT-DELINQ-BUCKET.
      *----------------------------------------------------------*
       2420-GET-MAILING-ADDRESS.
      *----------------------------------------------------------*
           MOVE ACCT-NO                 TO ADDR-ACCT-NO.
           MOVE 'Y'                     TO WS-ADDR-FOUND-SW.
           READ ADDR-MASTER
               INVALID KEY
                   MOVE 'N'             TO WS-ADDR-FOUND-SW
           END-READ.
      *----------------------------------------------------------*
       2450-PRINT-COLLECTION-LETTER.
      *----------------------------------------------------------*
           ADD 1                        TO WS-LETTER-COUNT.
           COMPUTE WS-BUCKET-SUB = WS-NEW-BUCKET + 1.
           MOVE LTR-DATE-LINE           TO LETTER-LINE.
           WRITE LETTER-RECORD AFTER ADVANCING PAGE.
           MOVE FIRST-NAME              TO LNL-FIRST-NAME.
           MOVE LAST-NAME               TO LNL-LAST-NAME.
           MOVE LTR-NAME-LINE           TO LETTER-LINE.
           WRITE LETTER-RECORD AFTER ADVANCING 3.
           IF  WS-ADDR-FOUND
               PERFORM 2460-PRINT-LETTER-ADDRESS
           ELSE
               MOVE USA-STATE           TO LSL-USA-STATE
               MOVE LTR-STATE-LINE      TO LETTER-LINE
               WRITE LETTER-RECORD AFTER ADVANCING 1.
           MOVE ACCT-NO                 TO LAL-ACCT-NO.
           MOVE LTR-ACCT-LINE           TO LETTER-LINE.
           WRITE LETTER-RECORD AFTER ADVANCING 3.
           MOVE ACCT-PAST-DUE-AMT       TO LML-PAST-DUE.
           MOVE ACCT-DAYS-PAST-DUE      TO LML-DAYS-PAST-DUE.
           MOVE LTR-AMOUNT-LINE         TO LETTER-LINE.
           WRITE LETTER-RECORD AFTER ADVANCING 1.
           MOVE BKT-LETTER-TEXT-1(WS-BUCKET-SUB) TO LTL-TEXT.
           MOVE LTR-TEXT-LINE           TO LETTER-LINE.
           WRITE LETTER-RECORD AFTER ADVANCING 2.
           MOVE BKT-LETTER-TEXT-2(WS-BUCKET-SUB) TO LTL-TEXT.
           MOVE LTR-TEXT-LINE           TO LETTER-LINE.
           WRITE LETTER-RECORD AFTER ADVANCING 1.
           STRING 'LETTER ' DELIMITED BY SIZE
                  BKT-NAME(WS-BUCKET-SUB) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
               INTO WS-ACTION WITH POINTER WS-ACTION-PTR.
      *----------------------------------------------------------*
       2460-PRINT-LETTER-ADDRESS.
      *----------------------------------------------------------*
           MOVE ADDR-LINE-1             TO LSTL-ADDR-LINE.
           MOVE LTR-STREET-LINE         TO LETTER-LINE.
           WRITE LETTER-RECORD AFTER ADVANCING 1.
           IF  ADDR-LINE-2 NOT = SPACE
               MOVE ADDR-LINE-2         TO LSTL-ADDR-LINE
               MOVE LTR-STREET-LINE     TO LETTER-LINE
               WRITE LETTER-RECORD AFTER ADVANCING 1.
           MOVE ADDR-CITY               TO LCTL-CITY.
           MOVE ADDR-STATE              TO LCTL-STATE.
           MOVE ADDR-ZIP                TO LCTL-ZIP.
           MOVE LTR-CITY-LINE           TO LETTER-LINE.
           WRITE LETTER-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2500-CHECK-CHARGE-OFF.
      *----------------------------------------------------------*
           IF  WS-DAYS-PAST-DUE NOT LESS THAN WS-CHARGE-OFF-DAYS
           AND ACCT-BALANCE > ZERO
               PERFORM 2550-CHARGE-OFF-ACCOUNT.
      *----------------------------------------------------------*
       2550-CHARGE-OFF-ACCOUNT.
      *----------------------------------------------------------*
           MOVE 'B'                     TO AU-IMAGE-TYPE.
           PERFORM 2600-WRITE-AUDIT-IMAGE.
           MOVE 'R'                     TO ACCT-STATUS.
           MOVE WS-TODAY-NUM            TO ACCT-STATUS-DATE.
           MOVE 'A'                     TO AU-IMAGE-TYPE.
           PERFORM 2600-WRITE-AUDIT-IMAGE.
           MOVE 'Y'                     TO WS-CHARGED-OFF-SW.
           ADD 1                        TO WS-CHGOFF-COUNT.
           ADD ACCT-BALANCE             TO WS-CHGOFF-TOTAL.
           MOVE '61001000'              TO GL-ACCOUNT.
           MOVE 'D'                     TO GL-DEBIT-CREDIT.
           PERFORM 2650-WRITE-GL-DETAIL.
           MOVE '11001000'              TO GL-ACCOUNT.
           MOVE 'C'                     TO GL-DEBIT-CREDIT.
           PERFORM 2650-WRITE-GL-DETAIL.
           STRING 'CHARGED OFF' DELIMITED BY SIZE
               INTO WS-ACTION WITH POINTER WS-ACTION-PTR.
      *----------------------------------------------------------*
       2600-WRITE-AUDIT-IMAGE.
      *----------------------------------------------------------*
           MOVE ACCT-NO                 TO AIW-ACCT-NO.
           MOVE LAST-NAME               TO AIW-LAST-NAME.
           MOVE FIRST-NAME              TO AIW-FIRST-NAME.
           MOVE USA-STATE               TO AIW-USA-STATE.
           MOVE ACCT-LIMIT              TO AIW-ACCT-LIMIT.
           MOVE ACCT-BALANCE            TO AIW-ACCT-BALANCE.
           MOVE AUDIT-IMAGE-WORK        TO AU-ACCT-IMAGE.
           MOVE 'W'                     TO AU-TRANS-CODE.
           MOVE WS-CURRENT-DATE         TO AU-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO AU-RUN-TIME.
           MOVE 'DELQAGE'               TO AU-OPERATOR-ID.
           MOVE WS-POST-REF-NO          TO AU-REF-NO.
           WRITE ACCT-AUDIT-RECORD.
      *----------------------------------------------------------*
       2650-WRITE-GL-DETAIL.
      *----------------------------------------------------------*
           MOVE 'D'                     TO GL-RECORD-TYPE.
           MOVE ACCT-BALANCE            TO GL-AMOUNT.
           MOVE 'W'                     TO GL-TRANS-CODE.
           MOVE ACCT-NO                 TO GL-ACCT-NO.
           MOVE WS-PC-POST-DATE         TO GL-POST-DATE.
           WRITE GL-FEED-RECORD.
           ADD 1                        TO WS-GL-DETAIL-COUNT.
           ADD GL-AMOUNT                TO WS-GL-HASH-TOTAL.
      *----------------------------------------------------------*
       2700-ACCUMULATE-BUCKET.
      *----------------------------------------------------------*
           IF  ACCT-ACTIVE
           OR  ACCT-PENDING-CLOSE
               COMPUTE WS-BUCKET-SUB = ACCT-DELINQ-BUCKET + 1
               ADD 1                TO BKT-ACCT-COUNT(WS-BUCKET-SUB)
               ADD ACCT-BALANCE     TO BKT-BALANCE-TOTAL(WS-BUCKET-SUB)
               ADD ACCT-PAST-DUE-AMT
                   TO BKT-PAST-DUE-TOTAL(WS-BUCKET-SUB).
      *----------------------------------------------------------*
       2800-PRINT-DETAIL-LINE.
      *----------------------------------------------------------*
           COMPUTE WS-BUCKET-SUB = ACCT-DELINQ-BUCKET + 1.
           MOVE ACCT-NO                 TO DDL-ACCT-NO.
           MOVE LAST-NAME               TO DDL-LAST-NAME.
           MOVE ACCT-BALANCE            TO DDL-BALANCE.
           MOVE ACCT-PAST-DUE-AMT       TO DDL-PAST-DUE.
           MOVE ACCT-DAYS-PAST-DUE      TO DDL-DAYS-PAST-DUE.
           MOVE BKT-NAME(WS-BUCKET-SUB) TO DDL-BUCKET.
           MOVE WS-ACTION               TO DDL-ACTION.
           MOVE DELQ-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2850-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
           ADD 1                        TO WS-PC-REDATED-COUNT.
           MOVE 'DELQAGE'               TO PLL-SOURCE-ID.
           MOVE ACCT-NO                 TO PLL-KEY.
           MOVE WS-PC-CHECK-DATE        TO PLL-ORIG-DATE.
           MOVE WS-PC-CHECK-DATE(1:6)   TO PLL-CLOSED-PERIOD.
           MOVE 'REDATED '              TO PLL-ACTION.
           MOVE ' TO '                  TO PLL-NEW-DATE-LABEL.
           MOVE WS-PC-POST-DATE         TO PLL-NEW-DATE.
           MOVE ACCT-BALANCE            TO PLL-AMOUNT.
           MOVE PERIOD-LOCK-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2900-WRITE-BATCH-TRAILERS.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POST-TRAN-RECORD.
           MOVE 'T'                     TO PT-TRAN-CODE.
           MOVE 'LATEFE'                TO PT-BATCH-NUMBER.
           MOVE WS-FEE-COUNT            TO PT-BATCH-TRAN-COUNT.
           MOVE WS-FEE-TOTAL            TO PT-BATCH-AMT-HASH.
           WRITE POST-TRAN-RECORD.
           MOVE SPACE                   TO GL-FEED-RECORD.
           MOVE 'T'                     TO GL-RECORD-TYPE.
           MOVE 'DELQAGE'               TO GL-FEED-ID.
           MOVE WS-CURRENT-DATE         TO GL-CTL-DATE.
           MOVE WS-GL-DETAIL-COUNT      TO GL-CTL-COUNT.
           MOVE WS-GL-HASH-TOTAL        TO GL-CTL-HASH.
           WRITE GL-FEED-RECORD.
           MOVE SPACE                   TO XMIT-MANIFEST-RECORD.
           MOVE 'GLFEED'                TO MF-FILE-ID.
           MOVE 'S'                     TO MF-DIRECTION.
           MOVE WS-CURRENT-DATE         TO MF-BUSINESS-DATE.
           MOVE WS-GL-DETAIL-COUNT      TO MF-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL        TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
      *----------------------------------------------------------*
       3000-PRINT-BUCKET-SUMMARY.
      *----------------------------------------------------------*
           MOVE BUCKET-HEADER-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3050-PRINT-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5.
           MOVE WS-FEE-COUNT            TO TL1-FEE-COUNT.
           MOVE WS-FEE-TOTAL            TO TL1-FEE-TOTAL.
           MOVE WS-LETTER-COUNT         TO TL1-LETTER-COUNT.
           MOVE WS-CHGOFF-COUNT         TO TL1-CHGOFF-COUNT.
           MOVE WS-CHGOFF-TOTAL         TO TL1-CHGOFF-TOTAL.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3050-PRINT-ONE-BUCKET.
      *----------------------------------------------------------*
           MOVE BKT-NAME(WS-BUCKET-SUB) TO BDL-BUCKET-NAME.
           MOVE BKT-ACCT-COUNT(WS-BUCKET-SUB)
                                        TO BDL-ACCT-COUNT.
           MOVE BKT-BALANCE-TOTAL(WS-BUCKET-SUB)
                                        TO BDL-BALANCE.
           MOVE BKT-PAST-DUE-TOTAL(WS-BUCKET-SUB)
                                        TO BDL-PAST-DUE.
           MOVE BUCKET-DETAIL-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL        TO RL-CONTROL-TOTAL.
           MOVE "COMPLETE"              TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
       4000-CLOSE-FILES.
      *----------------------------------------------------------*
           CLOSE   ACCT-MASTER
                   DELQ-PARM-FILE
                   LATE-TRAN-FILE
                   ACCT-AUDIT-FILE
                   GL-FEED-FILE
                   XMIT-MANIFEST-FILE
                   LETTER-FILE
                   ADDR-MASTER
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'DELQAGE - LATE FEES ASSESSED : ' WS-FEE-COUNT.
           DISPLAY 'DELQAGE - LETTERS PRODUCED   : ' WS-LETTER-COUNT.
           DISPLAY 'DELQAGE - LETTERS HELD       : ' WS-HELD-COUNT.
           DISPLAY 'DELQAGE - ACCOUNTS CHARGED OFF: ' WS-CHGOFF-COUNT.
           DISPLAY 'DELQAGE - REDATED, CLOSED PD : '
               WS-PC-REDATED-COUNT.
      *----------------------------------------------------------*
       8000-READ-ACCT-MASTER.
      *----------------------------------------------------------*
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y'          TO END-OF-FILE-SW.
      *----------------------------------------------------------*
           COPY PERCTLR.
