       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER     ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO.
           SELECT POST-TRAN-FILE  ASSIGN TO POSTTRAN.
           SELECT ACCT-AUDIT-FILE ASSIGN TO ACCTAUDT.
           SELECT POST-REJECT-FILE ASSIGN TO POSTREJ.
           SELECT GL-FEED-FILE    ASSIGN TO GLFEED.
           SELECT XMIT-MANIFEST-FILE ASSIGN TO XMITMANF.
           SELECT OPER-AUTH-FILE  ASSIGN TO OPERAUTH.
           SELECT OPER-VIOL-FILE  ASSIGN TO OPERVIOL.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
       FD  ACCT-MASTER.
      *----------------------------------------------------------*
       COPY ACCTREC.
      *----------------------------------------------------------*
       FD  POST-TRAN-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       COPY POSTTRAN.
      *----------------------------------------------------------*
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
      *----------------------------------------------------------*
       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PERCTL.
      *----------------------------------------------------------*
       FD  ACCT-AUDIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ACCT-AUDIT-RECORD.
           05  AU-IMAGE-TYPE             PIC X(01).
               88  AU-BEFORE-IMAGE           VALUE 'B'.
               88  AU-AFTER-IMAGE            VALUE 'A'.
           05  AU-TRANS-CODE             PIC X(01).
           05  AU-RUN-DATE               PIC 9(08).
           05  AU-RUN-TIME               PIC 9(08).
           05  AU-ACCT-IMAGE             PIC X(67).
           05  AU-OPERATOR-ID            PIC X(08).
           05  AU-REF-NO                 PIC X(07).
      *----------------------------------------------------------*
       FD  POST-REJECT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  POST-REJECT-RECORD            PIC X(80).
      *----------------------------------------------------------*
       FD  GL-FEED-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  GL-FEED-RECORD.
           05  GL-RECORD-TYPE            PIC X(01).
               88  GL-HEADER                 VALUE 'H'.
               88  GL-DETAIL                 VALUE 'D'.
               88  GL-TRAILER                VALUE 'T'.
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
       FD  XMIT-MANIFEST-FILE
           RECORDING MODE IS F.
       COPY XMITMANF.
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
      *    DAILY MONETARY POSTING RUN.  PAYMENTS, PURCHASES, FEES,
      *    INTEREST, REVERSALS AND MANUAL ADJUSTMENTS MOVE ACCT-
      *    BALANCE BY A SIGNED AMOUNT UNDER THEIR OWN CODE AND
      *    REFERENCE NUMBER, SO EVERY BALANCE CHANGE CAN BE TRACED
      *    TO THE POSTING THAT MADE IT.  ACCTMNT NO LONGER MOVES
      *    MONEY EXCEPT FOR CONVERSION CORRECTIONS.  EACH POSTING
      *    WRITES BEFORE/AFTER IMAGES TO ACCTAUDT (REFERENCE NUMBER
      *    IN THE LAST SEVEN BYTES) AND A BALANCED GL ENTRY PAIR TO
      *    GLFEED, EXACTLY AS ACCTMNT DOES.  THE JOURNAL PROVES
      *    OPENING BOOK BALANCE + DAY'S ACTIVITY = CLOSING BOOK
      *    BALANCE, BOTH BOOK FIGURES TAKEN FROM A FULL PASS OF THE
      *    MASTER BEFORE AND AFTER POSTING.  A POSTING DATED (BY ITS
      *    EFFECTIVE DATE, OR THE RUN DATE WHEN IT CARRIES NONE) INTO
      *    A CLOSED ACCOUNTING PERIOD (PERCTL) GOES TO THE GL DATED
      *    THE FIRST OF THE NEXT OPEN PERIOD AND IS LISTED.
      *----------------------------------------------------------*
       01  AUDIT-IMAGE-WORK.
           05  AUI-ACCT-NO               PIC X(08).
           05  AUI-LAST-NAME             PIC X(20).
           05  AUI-FIRST-NAME            PIC X(14).
           05  AUI-USA-STATE             PIC X(15).
           05  AUI-ACCT-LIMIT            PIC S9(7)V99 COMP-3.
           05  AUI-ACCT-BALANCE          PIC S9(7)V99 COMP-3.
      *----------------------------------------------------------*
       01  JOURNAL-REPORT-LINES.
      *----------------------------------------------------------*
           05  HEADING-LINE-1.
               10  FILLER  PIC X(36) VALUE
                   '  DAILY MONETARY POSTING JOURNAL    '.
               10  FILLER  PIC X(11) VALUE '  RUN DATE '.
               10  HL1-RUN-DATE          PIC X(08).
               10  FILLER                PIC X(77) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(06) VALUE 'CODE  '.
               10  FILLER    PIC X(10) VALUE 'ACCOUNT   '.
               10  FILLER    PIC X(09) VALUE 'REF NO   '.
               10  FILLER    PIC X(17) VALUE '       AMOUNT    '.
               10  FILLER    PIC X(17) VALUE '  OLD BALANCE    '.
               10  FILLER    PIC X(17) VALUE '  NEW BALANCE    '.
               10  FILLER    PIC X(12) VALUE 'DISPOSITION '.
               10  FILLER    PIC X(24) VALUE 'REASON                  '.
               10  FILLER    PIC X(20) VALUE SPACE.
      *----------------------------------------------------------*
           05  POST-DETAIL-LINE.
               10  PDL-TRAN-CODE         PIC X(01).
               10  FILLER                PIC X(05) VALUE SPACE.
               10  PDL-ACCT-NO           PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-REF-NO            PIC X(07).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-AMOUNT            PIC $$,$$$,$$9.99-.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-OLD-BALANCE       PIC $$,$$$,$$9.99-.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-NEW-BALANCE       PIC $$,$$$,$$9.99-.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-DISPOSITION       PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-REASON            PIC X(24).
               10  FILLER                PIC X(13) VALUE SPACE.
      *----------------------------------------------------------*
           05  JOURNAL-HEADER-LINE.
               10  FILLER  PIC X(42) VALUE
                   'POSTING JOURNAL BY TRANSACTION TYPE       '.
               10  FILLER                PIC X(90) VALUE SPACE.
      *----------------------------------------------------------*
           05  JOURNAL-COLUMN-LINE.
               10  FILLER    PIC X(24) VALUE 'TRANSACTION TYPE        '.
               10  FILLER    PIC X(09) VALUE '    COUNT'.
               10  FILLER    PIC X(20) VALUE '      BALANCE DEBITS'.
               10  FILLER    PIC X(20) VALUE '     BALANCE CREDITS'.
               10  FILLER    PIC X(20) VALUE '        NET ACTIVITY'.
               10  FILLER                PIC X(39) VALUE SPACE.
      *----------------------------------------------------------*
           05  JOURNAL-DETAIL-LINE.
               10  JDL-TRAN-CODE         PIC X(01).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  JDL-TRAN-DESC         PIC X(18).
               10  FILLER                PIC X(03) VALUE SPACE.
               10  JDL-COUNT             PIC ZZZ,ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  JDL-DEBIT-TOTAL       PIC $$$,$$$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  JDL-CREDIT-TOTAL      PIC $$$,$$$,$$$,$$9.99.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  JDL-NET-TOTAL         PIC $$$,$$$,$$$,$$9.99-.
               10  FILLER                PIC X(39) VALUE SPACE.
      *----------------------------------------------------------*
           05  BOOK-PROOF-LINE.
               10  BPL-LABEL             PIC X(24).
               10  FILLER                PIC X(12) VALUE SPACE.
               10  BPL-AMOUNT            PIC $$$,$$$,$$$,$$9.99-.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  BPL-STATUS            PIC X(14).
               10  FILLER                PIC X(61) VALUE SPACE.
      *----------------------------------------------------------*
           05  POST-TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** POSTINGS APPLIED : '.
               10  PTL-APPLIED-COUNT     PIC ZZZ,ZZ9.
               10  FILLER  PIC X(20) VALUE '   REJECTED :       '.
               10  PTL-REJECTED-COUNT    PIC ZZZ,ZZ9.
               10  FILLER  PIC X(20) VALUE '   AUTH DENIED :    '.
               10  PTL-DENIED-COUNT      PIC ZZZ,ZZ9.
               10  FILLER                PIC X(49) VALUE SPACE.
      *----------------------------------------------------------*
      *    ONE ROW PER POSTING CODE.  A ROW'S SIGN SAYS WHICH WAY
      *    THE CODE MOVES THE BALANCE (+ = DEBIT, RAISES IT; - =
      *    CREDIT, LOWERS IT; BLANK = CARRIED ON THE TRANSACTION).
      *    THE GL ACCOUNT IS THE OFFSET POSTED AGAINST RECEIVABLES.
      *----------------------------------------------------------*
       01  POST-CODE-VALUES.
           05  FILLER  PIC X(28) VALUE 'PPAYMENTS          -10101000'.
           05  FILLER  PIC X(28) VALUE 'DPURCHASES/DEBITS  +29001000'.
           05  FILLER  PIC X(28) VALUE 'FFEES              +41001000'.
           05  FILLER  PIC X(28) VALUE 'IINTEREST          +42001000'.
           05  FILLER  PIC X(28) VALUE 'JMANUAL ADJUSTMENTS29501000'.
           05  FILLER  PIC X(28) VALUE 'RREVERSALS          29001000'.
       01  POST-CODE-TABLE REDEFINES POST-CODE-VALUES.
           05  POST-CODE-ENTRY OCCURS 6 TIMES
                           INDEXED BY PC-INDEX.
               10  PCT-TRAN-CODE         PIC X(01).
               10  PCT-TRAN-DESC         PIC X(18).
               10  PCT-DIRECTION         PIC X(01).
               10  PCT-GL-OFFSET         PIC X(08).
       01  JOURNAL-TOTAL-FIELDS.
           05  JOURNAL-TOTAL-ENTRY OCCURS 6 TIMES.
               10  JTT-COUNT             PIC 9(07)     VALUE ZERO.
               10  JTT-DEBIT-TOTAL       PIC 9(11)V99  VALUE ZERO.
               10  JTT-CREDIT-TOTAL      PIC 9(11)V99  VALUE ZERO.
      *----------------------------------------------------------*
       01  OPER-AUTH-FIELDS.
      *----------------------------------------------------------*
      *    SAME OPERATOR CONTROL AS ACCTMNT: THE SUBMITTING
      *    OPERATOR ARRIVES AS A PARM, EVERY POSTING IS CHECKED
      *    AGAINST THE OPERAUTH ROWS FOR ACCTPOST (CODES AND DOLLAR
      *    LIMIT ON THE POSTING AMOUNT) AND DENIALS GO TO OPERVIOL.
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
       01  POSTING-FIELDS.
      *----------------------------------------------------------*
           05  WS-EFFECT                 PIC S9(09)V99 VALUE ZERO.
           05  WS-AMOUNT-ABS             PIC 9(09)V99 VALUE ZERO.
           05  WS-OLD-BALANCE            PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-NEW-BALANCE            PIC S9(09)V99 VALUE ZERO.
           05  WS-EFFECT-CODE            PIC X(01).
           05  WS-CODE-SUB               PIC 9(02) VALUE ZERO.
           05  WS-EFFECT-SUB             PIC 9(02) VALUE ZERO.
           05  WS-POST-OK-SW             PIC X(01).
               88  WS-POST-OK                     VALUE 'Y'.
           05  WS-REJECT-REASON          PIC X(24).
           05  WS-OPEN-BOOK              PIC S9(11)V99 VALUE ZERO.
           05  WS-CLOSE-BOOK             PIC S9(11)V99 VALUE ZERO.
           05  WS-BOOK-TOTAL             PIC S9(11)V99 VALUE ZERO.
           05  WS-EXPECTED-BOOK          PIC S9(11)V99 VALUE ZERO.
           05  WS-NET-ACTIVITY           PIC S9(11)V99 VALUE ZERO.
           05  WS-JOURNAL-NET            PIC S9(11)V99 VALUE ZERO.
      *----------------------------------------------------------*
      *    REFERENCE NUMBERS ALREADY POSTED THIS RUN - A SECOND
      *    POSTING WITH THE SAME ACCOUNT, CODE AND REFERENCE IS A
      *    RESUBMITTED DUPLICATE AND IS REJECTED.  A RUN THAT FILLS
      *    THE TABLE ABENDS RATHER THAN POST WITHOUT THE CHECK.
       01  POSTED-REF-TABLE-FIELDS.
           05  POSTED-REF-TABLE OCCURS 20000 TIMES
                           INDEXED BY PR-INDEX.
               10  PRT-ACCT-NO           PIC X(08) VALUE SPACE.
               10  PRT-TRAN-CODE         PIC X(01) VALUE SPACE.
               10  PRT-REF-NO            PIC X(07) VALUE SPACE.
           05  POSTED-REF-COUNT          PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  GL-FEED-FIELDS.
      *----------------------------------------------------------*
      *    RECEIVABLES 11001000 AGAINST THE POSTING CODE'S OFFSET
      *    ACCOUNT.  AS IN ACCTMNT, ONLY THE RECEIVABLES SIDE NET IS
      *    TIED TO THE MASTER'S NET MOVEMENT.
           05  WS-GL-OFFSET              PIC X(08).
           05  WS-GL-RECV-ACCOUNT        PIC X(08).
           05  WS-GL-DEBIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-CREDIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-RECV-NET            PIC S9(11)V99 VALUE ZERO.
           05  WS-GL-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-GL-HASH-TOTAL          PIC 9(13)V99 VALUE ZERO.
      *----------------------------------------------------------*
       01  GL-RECON-LINES.
           05  GL-RECON-LINE-1.
               10  FILLER  PIC X(20) VALUE '** GL FEED DEBITS : '.
               10  GRL-DEBIT-TOTAL       PIC $$,$$$,$$$,$$9.99.
               10  FILLER  PIC X(13) VALUE '   CREDITS : '.
               10  GRL-CREDIT-TOTAL      PIC $$,$$$,$$$,$$9.99.
               10  FILLER                PIC X(65) VALUE SPACE.
           05  GL-RECON-LINE-2.
               10  FILLER  PIC X(20) VALUE '** GL NET MOVEMENT: '.
               10  GRL-GL-NET            PIC $$,$$$,$$$,$$9.99-.
               10  FILLER  PIC X(15) VALUE '  MASTER NET : '.
               10  GRL-MASTER-NET        PIC $$,$$$,$$$,$$9.99-.
               10  FILLER  PIC X(03) VALUE SPACE.
               10  GRL-TIE-STATUS        PIC X(14).
               10  FILLER                PIC X(46) VALUE SPACE.
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
       01  WS-COUNTERS.
           05  WS-APPLIED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  END-OF-FILE-SW            PIC X(01) VALUE 'N'.
               88  END-OF-FILE               VALUE 'Y'.
           05  MASTER-EOF-SW             PIC X(01) VALUE 'N'.
               88  MASTER-EOF                VALUE 'Y'.
           05  WS-IN-BATCH-SW            PIC X(01) VALUE 'N'.
               88  WS-IN-BATCH                VALUE 'Y'.
      *----------------------------------------------------------*
       01  BATCH-CONTROL-FIELDS.
      *----------------------------------------------------------*
      *    FEEDER BATCHES (FEEACCRU, INTACCRU AND THE OTHER POSTING
      *    FEEDERS) ARRIVE AS H / POSTINGS / T AND ARE APPLIED ONLY
      *    WHEN THE TRAILER COUNT AND AMOUNT HASH BALANCE, AS IN
      *    ACCTMNT.  LOOSE POSTINGS OUTSIDE A BATCH APPLY ONE BY ONE.
           05  WS-BATCH-NUMBER           PIC X(06) VALUE SPACE.
           05  WS-BATCH-TRAN-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-BATCH-AMT-HASH         PIC 9(11)V99 VALUE ZERO.
           05  WS-BATCH-APPLIED-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-BATCH-REJECT-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-BATCH-SUB              PIC 9(04).
           05  WS-BATCH-REJ-REASON       PIC X(24)
               VALUE 'BATCH OUT OF BALANCE'.
           05  BATCH-HEADER-SAVE         PIC X(80).
           05  BATCH-TRAN-TABLE-FIELDS.
               10  BATCH-TRAN-ENTRY OCCURS 2000 TIMES.
                   15  BT-TRAN-RECORD    PIC X(80).
               10  BATCH-TRAN-COUNT      PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1200-SUM-MASTER-BOOK.
           MOVE WS-BOOK-TOTAL           TO WS-OPEN-BOOK.
           PERFORM 8000-READ-POST-TRAN.
           PERFORM 2000-PROCESS-POST-TRAN
               UNTIL END-OF-FILE.
           IF  WS-IN-BATCH
               DISPLAY 'ACCTPOST - BATCH MISSING TRAILER: '
                   WS-BATCH-NUMBER
               MOVE 'BATCH MISSING TRAILER'
                                        TO WS-BATCH-REJ-REASON
               PERFORM 2700-REJECT-WHOLE-BATCH
               MOVE 'N'                 TO WS-IN-BATCH-SW.
           PERFORM 1200-SUM-MASTER-BOOK.
           MOVE WS-BOOK-TOTAL           TO WS-CLOSE-BOOK.
           PERFORM 3400-WRITE-GL-TRAILER.
           PERFORM 3500-PRINT-POST-TRAILER.
           PERFORM 3550-PRINT-JOURNAL-BY-TYPE.
           PERFORM 3580-PRINT-BOOK-PROOF.
           PERFORM 3600-PRINT-GL-RECONCILIATION.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    I-O    ACCT-MASTER.
           OPEN    INPUT  POST-TRAN-FILE
                   OUTPUT POST-REJECT-FILE
                          GL-FEED-FILE
                          PRINT-FILE.
           OPEN    EXTEND OPER-VIOL-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          ACCT-AUDIT-FILE
                          XMIT-MANIFEST-FILE.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE "ACCTPOST"             TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE        TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME        TO RL-START-TIME.
           ACCEPT WS-OPERATOR-ID.
           PERFORM 1050-LOAD-OPER-AUTH-TABLE.
           PERFORM 9610-LOAD-PERIOD-CONTROL.
           MOVE WS-CURRENT-DATE        TO HL1-RUN-DATE.
           MOVE HEADING-LINE-1         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                  TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE SPACE                  TO GL-FEED-RECORD.
           MOVE 'H'                    TO GL-RECORD-TYPE.
           MOVE 'ACCTPOST'             TO GL-FEED-ID.
           MOVE WS-CURRENT-DATE        TO GL-CTL-DATE.
           WRITE GL-FEED-RECORD.
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
                   DISPLAY 'ACCTPOST - AUTH TABLE FULL, IGNORED: '
                       OA-OPERATOR-ID
               WHEN OAT-OPERATOR-ID(OA-INDEX) = SPACE
                   MOVE OA-OPERATOR-ID  TO OAT-OPERATOR-ID(OA-INDEX)
                   MOVE OA-PROGRAM-ID   TO OAT-PROGRAM-ID(OA-INDEX)
                   MOVE OA-TRANS-CODES  TO OAT-TRANS-CODES(OA-INDEX)
                   MOVE OA-DOLLAR-LIMIT TO OAT-DOLLAR-LIMIT(OA-INDEX).
           PERFORM 8060-READ-OPER-AUTH.
      *----------------------------------------------------------*
       1200-SUM-MASTER-BOOK.
      *----------------------------------------------------------*
      *    A FULL SEQUENTIAL PASS OF THE MASTER - RUN BEFORE AND
      *    AFTER POSTING TO GIVE THE OPENING AND CLOSING BOOK.
           MOVE ZERO                    TO WS-BOOK-TOTAL.
           MOVE 'N'                     TO MASTER-EOF-SW.
           MOVE LOW-VALUES              TO ACCT-NO.
           START ACCT-MASTER KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY MOVE 'Y'     TO MASTER-EOF-SW.
           IF  NOT MASTER-EOF
               PERFORM 8100-READ-MASTER-NEXT.
           PERFORM 1210-ADD-ONE-BALANCE
               UNTIL MASTER-EOF.
      *----------------------------------------------------------*
       1210-ADD-ONE-BALANCE.
      *----------------------------------------------------------*
           ADD ACCT-BALANCE             TO WS-BOOK-TOTAL.
           PERFORM 8100-READ-MASTER-NEXT.
      *----------------------------------------------------------*
       2000-PROCESS-POST-TRAN.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           EVALUATE TRUE
               WHEN PT-BATCH-HEADER
                   PERFORM 2500-START-BATCH
               WHEN PT-BATCH-TRAILER
                   PERFORM 2600-END-BATCH
               WHEN WS-IN-BATCH
                   PERFORM 2550-BUFFER-BATCH-TRAN
               WHEN OTHER
                   PERFORM 2050-APPLY-ONE-POSTING
           END-EVALUATE.
           PERFORM 8000-READ-POST-TRAN.
      *----------------------------------------------------------*
       2050-APPLY-ONE-POSTING.
      *----------------------------------------------------------*
           PERFORM 2060-CHECK-OPERATOR-AUTH.
           IF  NOT WS-OPER-AUTHORIZED
               PERFORM 2080-RECORD-VIOLATION
           ELSE
               PERFORM 2100-VALIDATE-POSTING
               IF  WS-POST-OK
                   PERFORM 2200-READ-AND-POST
               ELSE
                   PERFORM 2190-REJECT-POSTING.
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
                AND OAT-PROGRAM-ID(OA-INDEX) = 'ACCTPOST'
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
           IF  WS-OPER-AUTHORIZED
           AND OAT-DOLLAR-LIMIT(OA-INDEX) > ZERO
           AND PT-AMOUNT NUMERIC
               COMPUTE WS-AMOUNT-ABS = FUNCTION ABS(PT-AMOUNT)
               IF  WS-AMOUNT-ABS > OAT-DOLLAR-LIMIT(OA-INDEX)
                   MOVE 'N'             TO WS-OPER-AUTH-SW
                   MOVE 'OVER OPERATOR DLR LIMIT'
                                        TO WS-OPER-DENY-REASON.
      *----------------------------------------------------------*
       2068-CHECK-ONE-TRANS-CODE.
      *----------------------------------------------------------*
           IF  OAT-TRANS-CODES(OA-INDEX)(WS-AUTH-SUB:1)
                   = PT-TRAN-CODE
               MOVE 'Y'                 TO WS-OPER-AUTH-SW.
      *----------------------------------------------------------*
       2080-RECORD-VIOLATION.
      *----------------------------------------------------------*
           ADD 1                        TO WS-VIOLATION-COUNT.
           MOVE SPACE                   TO OPER-VIOL-RECORD.
           MOVE WS-OPERATOR-ID          TO OV-OPERATOR-ID.
           MOVE 'ACCTPOST'              TO OV-PROGRAM-ID.
           MOVE PT-TRAN-CODE            TO OV-TRANS-CODE.
           MOVE PT-ACCT-NO              TO OV-KEY-VALUE.
           MOVE WS-CURRENT-DATE         TO OV-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO OV-RUN-TIME.
           MOVE WS-OPER-DENY-REASON     TO OV-REASON.
           WRITE OPER-VIOL-RECORD.
           MOVE ZERO                    TO WS-OLD-BALANCE
                                           WS-NEW-BALANCE.
           MOVE 'DENIED    '            TO PDL-DISPOSITION.
           MOVE WS-OPER-DENY-REASON     TO PDL-REASON.
           PERFORM 2400-REPORT-DISPOSITION.
      *----------------------------------------------------------*
       2100-VALIDATE-POSTING.
      *----------------------------------------------------------*
      *    WORKS OUT THE SIGNED EFFECT ON THE BALANCE.  A REVERSAL
      *    TAKES THE EFFECT OF THE ORIGINAL CODE AND TURNS IT ROUND.
           MOVE 'Y'                     TO WS-POST-OK-SW.
           MOVE ZERO                    TO WS-EFFECT.
           IF  PT-REVERSAL
               MOVE PT-ORIG-TRAN-CODE   TO WS-EFFECT-CODE
           ELSE
               MOVE PT-TRAN-CODE        TO WS-EFFECT-CODE.
           PERFORM 2120-FIND-CODE-ROW.
           IF  PT-REVERSAL
           AND PT-ORIG-TRAN-CODE = 'R'
               MOVE ZERO                TO WS-CODE-SUB.
           IF  WS-CODE-SUB = ZERO
               MOVE 'N'                 TO WS-POST-OK-SW
               MOVE 'INVALID POSTING CODE'
                                        TO WS-REJECT-REASON
           ELSE
               MOVE WS-CODE-SUB         TO WS-EFFECT-SUB
               IF  PT-REVERSAL
                   MOVE 'R'             TO WS-EFFECT-CODE
                   PERFORM 2120-FIND-CODE-ROW
               END-IF
               PERFORM 2130-CHECK-AMOUNT.
           IF  WS-POST-OK
               PERFORM 2150-CHECK-DUPLICATE-REF.
      *----------------------------------------------------------*
       2120-FIND-CODE-ROW.
      *----------------------------------------------------------*
           MOVE ZERO                    TO WS-CODE-SUB.
           SET PC-INDEX TO 1.
           SEARCH POST-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN PCT-TRAN-CODE(PC-INDEX) = WS-EFFECT-CODE
                   SET WS-CODE-SUB      TO PC-INDEX.
           IF  WS-EFFECT-CODE = 'R'
           AND NOT PT-REVERSAL
               MOVE ZERO                TO WS-CODE-SUB.
      *----------------------------------------------------------*
       2130-CHECK-AMOUNT.
      *----------------------------------------------------------*
           IF  PT-AMOUNT NOT NUMERIC
           OR  PT-AMOUNT = ZERO
               MOVE 'N'                 TO WS-POST-OK-SW
               MOVE 'INVALID AMOUNT'    TO WS-REJECT-REASON
           ELSE
               IF  PCT-DIRECTION(WS-EFFECT-SUB) NOT = SPACE
               AND PT-AMOUNT < ZERO
                   MOVE 'N'             TO WS-POST-OK-SW
                   MOVE 'AMOUNT MUST BE POSITIVE'
                                        TO WS-REJECT-REASON
               ELSE
                   EVALUATE PCT-DIRECTION(WS-EFFECT-SUB)
                       WHEN '+'
                           MOVE PT-AMOUNT       TO WS-EFFECT
                       WHEN '-'
                           COMPUTE WS-EFFECT = ZERO - PT-AMOUNT
                       WHEN OTHER
                           MOVE PT-AMOUNT       TO WS-EFFECT
                   END-EVALUATE
                   IF  PT-REVERSAL
                       COMPUTE WS-EFFECT = ZERO - WS-EFFECT.
           IF  WS-POST-OK
           AND PT-REVERSAL
           AND PT-ORIG-REF-NO = SPACE
               MOVE 'N'                 TO WS-POST-OK-SW
               MOVE 'REVERSAL NEEDS ORIG REF'
                                        TO WS-REJECT-REASON.
      *----------------------------------------------------------*
       2150-CHECK-DUPLICATE-REF.
      *----------------------------------------------------------*
      *    THE CHECK COVERS DUPLICATES WITHIN THIS RUN ONLY - THE
      *    TABLE STARTS EMPTY EACH RUN, SO A POSTING RESUBMITTED IN
      *    A LATER RUN IS NOT CAUGHT HERE.
           IF  PT-REF-NO = SPACE
               MOVE 'N'                 TO WS-POST-OK-SW
               MOVE 'MISSING REFERENCE NO'
                                        TO WS-REJECT-REASON
           ELSE
               SET PR-INDEX TO 1
               SEARCH POSTED-REF-TABLE
                   AT END
                       CONTINUE
                   WHEN PR-INDEX > POSTED-REF-COUNT
                       CONTINUE
                   WHEN PRT-ACCT-NO(PR-INDEX) = PT-ACCT-NO
                    AND PRT-TRAN-CODE(PR-INDEX) = PT-TRAN-CODE
                    AND PRT-REF-NO(PR-INDEX) = PT-REF-NO
                       MOVE 'N'         TO WS-POST-OK-SW
                       MOVE 'DUPLICATE REFERENCE NO'
                                        TO WS-REJECT-REASON
               END-SEARCH.
      *----------------------------------------------------------*
       2190-REJECT-POSTING.
      *----------------------------------------------------------*
           ADD 1                        TO WS-REJECT-COUNT.
           MOVE POST-TRAN-RECORD        TO POST-REJECT-RECORD.
           WRITE POST-REJECT-RECORD.
           MOVE ZERO                    TO WS-OLD-BALANCE
                                           WS-NEW-BALANCE.
           MOVE 'REJECTED  '            TO PDL-DISPOSITION.
           MOVE WS-REJECT-REASON        TO PDL-REASON.
           PERFORM 2400-REPORT-DISPOSITION.
      *----------------------------------------------------------*
       2200-READ-AND-POST.
      *----------------------------------------------------------*
           MOVE PT-ACCT-NO              TO ACCT-NO.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE'
                                        TO WS-REJECT-REASON
                   PERFORM 2190-REJECT-POSTING
               NOT INVALID KEY
                   PERFORM 2250-POST-TO-ACCOUNT
           END-READ.
      *----------------------------------------------------------*
       2250-POST-TO-ACCOUNT.
      *----------------------------------------------------------*
           MOVE ACCT-BALANCE            TO WS-OLD-BALANCE.
           COMPUTE WS-NEW-BALANCE = ACCT-BALANCE + WS-EFFECT.
           MOVE SPACE                   TO WS-REJECT-REASON.
           IF  WS-NEW-BALANCE > 9999999.99
           OR  WS-NEW-BALANCE < -9999999.99
               MOVE 'BALANCE WOULD OVERFLOW'
                                        TO WS-REJECT-REASON.
           IF  ACCT-RECOVERY
           AND (PT-PURCHASE OR PT-FEE OR PT-INTEREST)
               MOVE 'ACCOUNT CHARGED OFF'
                                        TO WS-REJECT-REASON.
           IF  ACCT-CLOSED
           AND (PT-PURCHASE OR PT-FEE OR PT-INTEREST)
               MOVE 'ACCOUNT CLOSED'    TO WS-REJECT-REASON.
           IF  ACCT-PENDING-CLOSE
           AND PT-PURCHASE
               MOVE 'ACCOUNT CLOSING'   TO WS-REJECT-REASON.
           IF  WS-REJECT-REASON NOT = SPACE
               PERFORM 2190-REJECT-POSTING
           ELSE
               PERFORM 2300-AUDIT-BEFORE-FROM-MASTER
               MOVE WS-NEW-BALANCE      TO ACCT-BALANCE
               PERFORM 2260-TRACK-PAYMENTS
               REWRITE ACCT-RECORD
                   INVALID KEY
                       DISPLAY 'ACCTPOST - REWRITE FAILED: '
                           PT-ACCT-NO
               END-REWRITE
               PERFORM 2310-AUDIT-AFTER-FROM-MASTER
               PERFORM 2355-CHECK-POSTING-PERIOD
               PERFORM 2360-WRITE-GL-ENTRIES
               PERFORM 2380-ACCUMULATE-JOURNAL
               PERFORM 2390-REMEMBER-REFERENCE
               MOVE 'APPLIED   '        TO PDL-DISPOSITION
               MOVE PCT-TRAN-DESC(WS-CODE-SUB)
                                        TO PDL-REASON
               PERFORM 2400-REPORT-DISPOSITION
               IF  WS-PC-PERIOD-CLOSED
                   PERFORM 2365-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
       2260-TRACK-PAYMENTS.
      *----------------------------------------------------------*
      *    PAYMENTS RECEIVED ARE HELD ON THE MASTER UNTIL DELQAGE
      *    APPLIES THEM AGAINST THE AMOUNT DUE; A REVERSED PAYMENT
      *    COMES BACK OFF.
           IF  PT-PAYMENT
               ADD PT-AMOUNT            TO ACCT-UNAPPLIED-PAY.
           IF  PT-REVERSAL
           AND PT-ORIG-TRAN-CODE = 'P'
               SUBTRACT PT-AMOUNT     FROM ACCT-UNAPPLIED-PAY.
      *    THE ADJUSTMENT ACCTCLOS WRITES FOR A CREDIT-BALANCE
      *    REFUND CLEARS THE REFUND IT LEFT PENDING ON THE MASTER.
           IF  PT-ADJUSTMENT
           AND PT-SOURCE-ID = 'ACCTCLOS'
               IF  PT-AMOUNT NOT LESS THAN ACCT-REFUND-PENDING
                   MOVE ZERO            TO ACCT-REFUND-PENDING
                                           ACCT-REFUND-DATE
               ELSE
                   SUBTRACT PT-AMOUNT FROM ACCT-REFUND-PENDING.
      *----------------------------------------------------------*
       2300-AUDIT-BEFORE-FROM-MASTER.
      *----------------------------------------------------------*
           PERFORM 2320-LOAD-IMAGE-FROM-MASTER.
           MOVE 'B'                     TO AU-IMAGE-TYPE.
           PERFORM 2350-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------*
       2310-AUDIT-AFTER-FROM-MASTER.
      *----------------------------------------------------------*
           PERFORM 2320-LOAD-IMAGE-FROM-MASTER.
           MOVE 'A'                     TO AU-IMAGE-TYPE.
           PERFORM 2350-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------*
       2320-LOAD-IMAGE-FROM-MASTER.
      *----------------------------------------------------------*
           MOVE ACCT-NO                 TO AUI-ACCT-NO.
           MOVE LAST-NAME               TO AUI-LAST-NAME.
           MOVE FIRST-NAME              TO AUI-FIRST-NAME.
           MOVE USA-STATE               TO AUI-USA-STATE.
           MOVE ACCT-LIMIT              TO AUI-ACCT-LIMIT.
           MOVE ACCT-BALANCE            TO AUI-ACCT-BALANCE.
      *----------------------------------------------------------*
       2350-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------*
           MOVE PT-TRAN-CODE            TO AU-TRANS-CODE.
           MOVE WS-CURRENT-DATE         TO AU-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO AU-RUN-TIME.
           MOVE AUDIT-IMAGE-WORK        TO AU-ACCT-IMAGE.
           MOVE WS-OPERATOR-ID          TO AU-OPERATOR-ID.
           MOVE PT-REF-NO               TO AU-REF-NO.
           WRITE ACCT-AUDIT-RECORD.
      *----------------------------------------------------------*
       2355-CHECK-POSTING-PERIOD.
      *----------------------------------------------------------*
      *    FEEDERS CARRY THE DATE THE POSTING BELONGS TO (ALREADY
      *    REDATED BY FEEACCRU AND INTACCRU); A LOOSE POSTING WITH
      *    NO EFFECTIVE DATE BELONGS TO THE RUN DATE.
           IF  PT-EFF-DATE NUMERIC
           AND PT-EFF-DATE > ZERO
               MOVE PT-EFF-DATE         TO WS-PC-CHECK-DATE
           ELSE
               MOVE WS-CURRENT-DATE     TO WS-PC-CHECK-DATE.
           PERFORM 9620-CHECK-POSTING-PERIOD.
      *----------------------------------------------------------*
       2360-WRITE-GL-ENTRIES.
      *----------------------------------------------------------*
      *    A CHARGED-OFF ACCOUNT IS OUT OF THE RECEIVABLES BOOK, SO
      *    ITS POSTINGS GO AGAINST RECOVERIES 71001000 INSTEAD.
           COMPUTE WS-AMOUNT-ABS = FUNCTION ABS(WS-EFFECT).
           MOVE PCT-GL-OFFSET(WS-EFFECT-SUB)
                                        TO WS-GL-OFFSET.
           IF  ACCT-RECOVERY
               MOVE '71001000'          TO WS-GL-RECV-ACCOUNT
           ELSE
               MOVE '11001000'          TO WS-GL-RECV-ACCOUNT
               ADD WS-EFFECT            TO WS-NET-ACTIVITY.
           IF  WS-EFFECT > ZERO
               MOVE WS-GL-RECV-ACCOUNT  TO GL-ACCOUNT
               MOVE 'D'                 TO GL-DEBIT-CREDIT
               PERFORM 2370-WRITE-ONE-GL-DETAIL
               MOVE WS-GL-OFFSET        TO GL-ACCOUNT
               MOVE 'C'                 TO GL-DEBIT-CREDIT
               PERFORM 2370-WRITE-ONE-GL-DETAIL
           ELSE
               MOVE WS-GL-OFFSET        TO GL-ACCOUNT
               MOVE 'D'                 TO GL-DEBIT-CREDIT
               PERFORM 2370-WRITE-ONE-GL-DETAIL
               MOVE WS-GL-RECV-ACCOUNT  TO GL-ACCOUNT
               MOVE 'C'                 TO GL-DEBIT-CREDIT
               PERFORM 2370-WRITE-ONE-GL-DETAIL.
      *----------------------------------------------------------*
       2370-WRITE-ONE-GL-DETAIL.
      *----------------------------------------------------------*
           MOVE 'D'                     TO GL-RECORD-TYPE.
           MOVE WS-AMOUNT-ABS           TO GL-AMOUNT.
           MOVE PT-TRAN-CODE            TO GL-TRANS-CODE.
           MOVE PT-ACCT-NO              TO GL-ACCT-NO.
           MOVE WS-PC-POST-DATE         TO GL-POST-DATE.
           WRITE GL-FEED-RECORD.
           ADD 1                        TO WS-GL-DETAIL-COUNT.
           ADD WS-AMOUNT-ABS            TO WS-GL-HASH-TOTAL.
           IF  GL-DEBIT-CREDIT = 'D'
               ADD WS-AMOUNT-ABS        TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD WS-AMOUNT-ABS        TO WS-GL-CREDIT-TOTAL.
           IF  GL-ACCOUNT = '11001000'
               IF  GL-DEBIT-CREDIT = 'D'
                   ADD WS-AMOUNT-ABS    TO WS-GL-RECV-NET
               ELSE
                   SUBTRACT WS-AMOUNT-ABS FROM WS-GL-RECV-NET.
      *----------------------------------------------------------*
       2365-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
           ADD 1                        TO WS-PC-REDATED-COUNT.
           MOVE 'ACCTPOST'              TO PLL-SOURCE-ID.
           MOVE PT-ACCT-NO              TO PLL-KEY.
           MOVE WS-PC-CHECK-DATE        TO PLL-ORIG-DATE.
           MOVE WS-PC-CHECK-DATE(1:6)   TO PLL-CLOSED-PERIOD.
           MOVE 'REDATED '              TO PLL-ACTION.
           MOVE ' TO '                  TO PLL-NEW-DATE-LABEL.
           MOVE WS-PC-POST-DATE         TO PLL-NEW-DATE.
           MOVE PT-AMOUNT               TO PLL-AMOUNT.
           MOVE PERIOD-LOCK-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2380-ACCUMULATE-JOURNAL.
      *----------------------------------------------------------*
           ADD 1                        TO JTT-COUNT(WS-CODE-SUB).
           IF  WS-EFFECT > ZERO
               ADD WS-AMOUNT-ABS        TO JTT-DEBIT-TOTAL(WS-CODE-SUB)
           ELSE
               ADD WS-AMOUNT-ABS
                   TO JTT-CREDIT-TOTAL(WS-CODE-SUB).
      *----------------------------------------------------------*
       2390-REMEMBER-REFERENCE.
      *----------------------------------------------------------*
           IF  POSTED-REF-COUNT = 20000
               DISPLAY 'ACCTPOST - REFERENCE TABLE FULL: '
                   PT-REF-NO
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO POSTED-REF-COUNT.
           SET PR-INDEX                 TO POSTED-REF-COUNT.
           MOVE PT-ACCT-NO              TO PRT-ACCT-NO(PR-INDEX).
           MOVE PT-TRAN-CODE            TO PRT-TRAN-CODE(PR-INDEX).
           MOVE PT-REF-NO               TO PRT-REF-NO(PR-INDEX).
      *----------------------------------------------------------*
       2400-REPORT-DISPOSITION.
      *----------------------------------------------------------*
           MOVE PT-TRAN-CODE            TO PDL-TRAN-CODE.
           MOVE PT-ACCT-NO              TO PDL-ACCT-NO.
           MOVE PT-REF-NO               TO PDL-REF-NO.
           IF  PT-AMOUNT NUMERIC
               MOVE PT-AMOUNT           TO PDL-AMOUNT
           ELSE
               MOVE ZERO                TO PDL-AMOUNT.
           MOVE WS-OLD-BALANCE          TO PDL-OLD-BALANCE.
           MOVE WS-NEW-BALANCE          TO PDL-NEW-BALANCE.
           IF  PDL-DISPOSITION = 'APPLIED   '
               ADD 1                    TO WS-APPLIED-COUNT.
           MOVE POST-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2450-REPORT-BATCH-LINE.
      *----------------------------------------------------------*
           MOVE ZERO                    TO PDL-AMOUNT
                                           PDL-OLD-BALANCE
                                           PDL-NEW-BALANCE.
           MOVE SPACE                   TO PDL-REF-NO.
           MOVE POST-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2500-START-BATCH.
      *----------------------------------------------------------*
           IF  WS-IN-BATCH
               DISPLAY 'ACCTPOST - BATCH MISSING TRAILER: '
                   WS-BATCH-NUMBER
               MOVE 'BATCH MISSING TRAILER'
                                        TO WS-BATCH-REJ-REASON
               PERFORM 2700-REJECT-WHOLE-BATCH.
           MOVE 'Y'                     TO WS-IN-BATCH-SW.
           MOVE PT-BATCH-NUMBER         TO WS-BATCH-NUMBER.
           MOVE POST-TRAN-RECORD        TO BATCH-HEADER-SAVE.
           MOVE ZERO                    TO WS-BATCH-TRAN-COUNT
                                           WS-BATCH-AMT-HASH
                                           BATCH-TRAN-COUNT.
      *----------------------------------------------------------*
       2550-BUFFER-BATCH-TRAN.
      *----------------------------------------------------------*
           IF  BATCH-TRAN-COUNT = 2000
               DISPLAY 'ACCTPOST - BATCH TABLE FULL: '
                   WS-BATCH-NUMBER
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO BATCH-TRAN-COUNT.
           MOVE POST-TRAN-RECORD
               TO BT-TRAN-RECORD(BATCH-TRAN-COUNT).
           ADD 1                        TO WS-BATCH-TRAN-COUNT.
           IF  PT-AMOUNT NUMERIC
               COMPUTE WS-AMOUNT-ABS = FUNCTION ABS(PT-AMOUNT)
               ADD WS-AMOUNT-ABS        TO WS-BATCH-AMT-HASH.
      *----------------------------------------------------------*
       2600-END-BATCH.
      *----------------------------------------------------------*
           IF  NOT WS-IN-BATCH
               DISPLAY 'ACCTPOST - TRAILER WITHOUT HEADER IGNORED'
               MOVE 'T'                 TO PDL-TRAN-CODE
               MOVE PT-BATCH-NUMBER     TO PDL-ACCT-NO
               MOVE 'REJECTED  '        TO PDL-DISPOSITION
               MOVE 'TRAILER WITHOUT HEADER' TO PDL-REASON
               PERFORM 2450-REPORT-BATCH-LINE
           ELSE
               IF  PT-BATCH-TRAN-COUNT = WS-BATCH-TRAN-COUNT
               AND PT-BATCH-AMT-HASH   = WS-BATCH-AMT-HASH
                   PERFORM 2650-APPLY-WHOLE-BATCH
               ELSE
                   DISPLAY 'ACCTPOST - BATCH OUT OF BALANCE: '
                       WS-BATCH-NUMBER
                   MOVE 'BATCH OUT OF BALANCE'
                                        TO WS-BATCH-REJ-REASON
                   PERFORM 2700-REJECT-WHOLE-BATCH.
           MOVE 'N'                     TO WS-IN-BATCH-SW.
      *----------------------------------------------------------*
       2650-APPLY-WHOLE-BATCH.
      *----------------------------------------------------------*
           PERFORM 2660-APPLY-ONE-BUFFERED
               VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > BATCH-TRAN-COUNT.
           ADD 1                        TO WS-BATCH-APPLIED-COUNT.
           MOVE 'B'                     TO PDL-TRAN-CODE.
           MOVE WS-BATCH-NUMBER         TO PDL-ACCT-NO.
           MOVE 'BATCH OK  '            TO PDL-DISPOSITION.
           MOVE 'BATCH BALANCED - APPLIED'
                                        TO PDL-REASON.
           PERFORM 2450-REPORT-BATCH-LINE.
      *----------------------------------------------------------*
       2660-APPLY-ONE-BUFFERED.
      *----------------------------------------------------------*
           MOVE BT-TRAN-RECORD(WS-BATCH-SUB)
               TO POST-TRAN-RECORD.
           PERFORM 2050-APPLY-ONE-POSTING.
      *----------------------------------------------------------*
       2700-REJECT-WHOLE-BATCH.
      *----------------------------------------------------------*
           ADD 1                        TO WS-BATCH-REJECT-COUNT.
           MOVE BATCH-HEADER-SAVE       TO POST-REJECT-RECORD.
           WRITE POST-REJECT-RECORD.
           PERFORM 2710-REJECT-ONE-BUFFERED
               VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > BATCH-TRAN-COUNT.
           IF  PT-BATCH-TRAILER
               MOVE POST-TRAN-RECORD    TO POST-REJECT-RECORD
               WRITE POST-REJECT-RECORD.
           MOVE 'B'                     TO PDL-TRAN-CODE.
           MOVE WS-BATCH-NUMBER         TO PDL-ACCT-NO.
           MOVE 'REJECTED  '            TO PDL-DISPOSITION.
           MOVE WS-BATCH-REJ-REASON     TO PDL-REASON.
           PERFORM 2450-REPORT-BATCH-LINE.
      *----------------------------------------------------------*
       2710-REJECT-ONE-BUFFERED.
      *----------------------------------------------------------*
           MOVE BT-TRAN-RECORD(WS-BATCH-SUB)
               TO POST-REJECT-RECORD.
           WRITE POST-REJECT-RECORD.
      *----------------------------------------------------------*
       3400-WRITE-GL-TRAILER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO GL-FEED-RECORD.
           MOVE 'T'                     TO GL-RECORD-TYPE.
           MOVE 'ACCTPOST'              TO GL-FEED-ID.
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
       3500-PRINT-POST-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-APPLIED-COUNT        TO PTL-APPLIED-COUNT.
           MOVE WS-REJECT-COUNT         TO PTL-REJECTED-COUNT.
           MOVE WS-VIOLATION-COUNT      TO PTL-DENIED-COUNT.
           MOVE POST-TRAILER-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3550-PRINT-JOURNAL-BY-TYPE.
      *----------------------------------------------------------*
           MOVE JOURNAL-HEADER-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE JOURNAL-COLUMN-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE ZERO                    TO WS-JOURNAL-NET.
           PERFORM 3560-PRINT-ONE-JOURNAL-TYPE
               VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 6.
      *----------------------------------------------------------*
       3560-PRINT-ONE-JOURNAL-TYPE.
      *----------------------------------------------------------*
           MOVE PCT-TRAN-CODE(WS-CODE-SUB) TO JDL-TRAN-CODE.
           MOVE PCT-TRAN-DESC(WS-CODE-SUB) TO JDL-TRAN-DESC.
           MOVE JTT-COUNT(WS-CODE-SUB)     TO JDL-COUNT.
           MOVE JTT-DEBIT-TOTAL(WS-CODE-SUB)
                                           TO JDL-DEBIT-TOTAL.
           MOVE JTT-CREDIT-TOTAL(WS-CODE-SUB)
                                           TO JDL-CREDIT-TOTAL.
           COMPUTE WS-BOOK-TOTAL =
               JTT-DEBIT-TOTAL(WS-CODE-SUB)
                   - JTT-CREDIT-TOTAL(WS-CODE-SUB).
           ADD WS-BOOK-TOTAL               TO WS-JOURNAL-NET.
           MOVE WS-BOOK-TOTAL              TO JDL-NET-TOTAL.
           MOVE JOURNAL-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3580-PRINT-BOOK-PROOF.
      *----------------------------------------------------------*
      *    OPENING BOOK + THE JOURNAL'S NET ACTIVITY MUST EQUAL THE
      *    CLOSING BOOK READ BACK FROM THE MASTER.
           COMPUTE WS-EXPECTED-BOOK = WS-OPEN-BOOK + WS-JOURNAL-NET.
           MOVE SPACE                   TO BPL-STATUS.
           MOVE 'OPENING BOOK BALANCE    '
                                        TO BPL-LABEL.
           MOVE WS-OPEN-BOOK            TO BPL-AMOUNT.
           MOVE BOOK-PROOF-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE 'PLUS NET ACTIVITY       '
                                        TO BPL-LABEL.
           MOVE WS-JOURNAL-NET          TO BPL-AMOUNT.
           MOVE BOOK-PROOF-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE 'EQUALS EXPECTED CLOSING '
                                        TO BPL-LABEL.
           MOVE WS-EXPECTED-BOOK        TO BPL-AMOUNT.
           MOVE BOOK-PROOF-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE 'CLOSING BOOK BALANCE    '
                                        TO BPL-LABEL.
           MOVE WS-CLOSE-BOOK           TO BPL-AMOUNT.
           IF  WS-CLOSE-BOOK = WS-EXPECTED-BOOK
               MOVE 'BOOK TIES    '     TO BPL-STATUS
           ELSE
               MOVE '*OUT OF BAL* '     TO BPL-STATUS.
           MOVE BOOK-PROOF-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3600-PRINT-GL-RECONCILIATION.
      *----------------------------------------------------------*
           MOVE WS-GL-DEBIT-TOTAL       TO GRL-DEBIT-TOTAL.
           MOVE WS-GL-CREDIT-TOTAL      TO GRL-CREDIT-TOTAL.
           MOVE WS-GL-RECV-NET          TO GRL-GL-NET.
           MOVE WS-NET-ACTIVITY         TO GRL-MASTER-NET.
           IF  WS-GL-RECV-NET = WS-NET-ACTIVITY
           AND WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
               MOVE 'FEED BALANCED'     TO GRL-TIE-STATUS
           ELSE
               MOVE '*OUT OF BAL* '     TO GRL-TIE-STATUS.
           MOVE GL-RECON-LINE-1         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE GL-RECON-LINE-2         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME        TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT       TO RL-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL       TO RL-CONTROL-TOTAL.
           MOVE "COMPLETE"             TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
       4000-CLOSE-FILES.
      *----------------------------------------------------------*
           CLOSE   ACCT-MASTER
                   POST-TRAN-FILE
                   ACCT-AUDIT-FILE
                   POST-REJECT-FILE
                   GL-FEED-FILE
                   XMIT-MANIFEST-FILE
                   OPER-VIOL-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'ACCTPOST - AUTH VIOLATIONS  : '
               WS-VIOLATION-COUNT.
           DISPLAY 'ACCTPOST - BATCHES APPLIED  : '
               WS-BATCH-APPLIED-COUNT.
           DISPLAY 'ACCTPOST - BATCHES REJECTED : '
               WS-BATCH-REJECT-COUNT.
           DISPLAY 'ACCTPOST - POSTINGS APPLIED : ' WS-APPLIED-COUNT.
           DISPLAY 'ACCTPOST - REJECTED         : ' WS-REJECT-COUNT.
           DISPLAY 'ACCTPOST - REDATED, CLOSED PD: '
               WS-PC-REDATED-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  TABLE OVERFLOW - ACCTPOST               *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF ACCTPOST                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME        TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT       TO RL-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL       TO RL-CONTROL-TOTAL.
           MOVE "ABEND"                TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   ACCT-MASTER
                   POST-TRAN-FILE
                   ACCT-AUDIT-FILE
                   POST-REJECT-FILE
                   GL-FEED-FILE
                   XMIT-MANIFEST-FILE
                   OPER-VIOL-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                     TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8000-READ-POST-TRAN.
      *----------------------------------------------------------*
           READ POST-TRAN-FILE
               AT END MOVE 'Y'          TO END-OF-FILE-SW.
      *----------------------------------------------------------*
       8060-READ-OPER-AUTH.
      *----------------------------------------------------------*
           READ OPER-AUTH-FILE
               AT END MOVE 'Y'          TO AUTH-EOF-SW.
      *----------------------------------------------------------*
       8100-READ-MASTER-NEXT.
      *----------------------------------------------------------*
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y'          TO MASTER-EOF-SW.
      *----------------------------------------------------------*
           COPY PERCTLR.
