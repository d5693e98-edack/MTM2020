       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            TREI0014.
      *AUTHOR                 Mr. W. B. RIBEIRO
      *First written on       15.10.2026
      *------------------------------------------------------*
      * Remarks:  Cobol PGM applies the lockbox and bank     *
      *           payment file to the ISAM master, bill by   *
      *           bill, carrying the open balance, and lists *
      *           the unapplied and misapplied payments that *
      *           go to suspense                             *
      *-------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO PAYMTIN
                  FILE STATUS IS WS-FS-PAYMTIN.
           SELECT ISAM-FILE ASSIGN TO ISAMFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ISAM-ACCNT-NMBER
                  FILE STATUS IS WS-FS-ISAMFLE.
           SELECT SUSPENSE-FILE ASSIGN TO PAYSUSP
                  FILE STATUS IS WS-FS-PAYSUSP.
           SELECT PRINT-FILE ASSIGN TO PRTLINE
                  FILE STATUS IS WS-FS-PRTLINE.
           SELECT DIST-CATALOG-FILE ASSIGN TO DISTCTLG.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  PAYMENT-RECORD           PIC X(80).
       FD  ISAM-FILE
           LABEL RECORD STANDARD
           .
       01  ISAM-RECORD.
           05  ISAM-ACCNT-NMBER     PIC X(05).
           05  FILLER               PIC X(295).
       FD  SUSPENSE-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  SUSPENSE-RECORD.
           05  SUSP-PAYMENT         PIC X(80).
           05  SUSP-REASON          PIC X(30).
           05  SUSP-RUN-DATE        PIC 9(08).
           05  FILLER               PIC X(02).
       FD  PRINT-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  PRINT-RECORD.
           05  PRINT-LINE           PIC X(80).
       FD  DIST-CATALOG-FILE
           RECORDING MODE IS F.
           COPY DISTCTLG.
       WORKING-STORAGE SECTION.
       COPY DISTBANW.
       01  WS-FLAG-AREA.
           05  WS-FS-PAYMTIN        PIC X(02).
           05  WS-FS-ISAMFLE        PIC X(02).
           05  WS-FS-PAYSUSP        PIC X(02).
           05  WS-FS-PRTLINE        PIC X(02).
           05  WS-COUNTREAD         PIC 9(07).
           05  WS-APPLIED-COUNT     PIC 9(07).
           05  WS-SUSPENSE-COUNT    PIC 9(07).
           05  WS-UNAPPLIED-COUNT   PIC 9(07).
           05  WS-MISAPPLIED-COUNT  PIC 9(07).
           05  WS-CREDIT-COUNT      PIC 9(07).
           05  WS-AMOUNT-READ       PIC S9(9)V99 COMP-3.
           05  WS-AMOUNT-APPLIED    PIC S9(9)V99 COMP-3.
           05  WS-AMOUNT-SUSPENDED  PIC S9(9)V99 COMP-3.
           05  WS-AMOUNT-CREDIT     PIC S9(9)V99 COMP-3.
           05  WS-UNAPPLIED-AMOUNT  PIC S9(7)V99 COMP-3.
           05  WS-PAGE-NUMBER       PIC 9(05).
           05  WS-MSG               PIC X(30).
           05  WS-FS-MSG            PIC X(02).
           05  WS-BALANCED-SW       PIC X(01).
           05  WS-LIST-PAGE-SW      PIC X(01).
           05  WS-REASON            PIC X(30).
           05  WS-BILL-SUB          PIC S9(02).
           05  WS-LEDGER-SUB        PIC S9(02).
           05  WS-EDIT-COUNT        PIC ZZZZZZ9.
           05  WS-EDIT-AMOUNT       PIC ZZZ.ZZZ.ZZ9,99-.
           05  WS-DATE-WORK         PIC 9(08).
           05  WS-DATE-WORK-R       REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR     PIC 9(04).
               10  WS-DATE-MONTH    PIC 9(02).
               10  WS-DATE-DAY      PIC 9(02).
      *------------------------------------------------------*
      *    PAYMENTS ALREADY SEEN IN THIS FILE, SO A PAYMENT
      *    SENT TWICE BY THE BANK IS NOT APPLIED TWICE
       01  WS-SEEN-TABLE.
           05  WS-SEEN-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-SEEN-ENTRY        OCCURS 2000 TIMES
                   INDEXED BY WS-SEEN-INDEX.
               10  WS-SEEN-KEY          PIC X(37) VALUE SPACES.
       01  WS-PAYMENT-KEY.
           05  WS-PKEY-ACCNT        PIC X(05).
           05  WS-PKEY-BILL         PIC X(05).
           05  WS-PKEY-AMOUNT       PIC 9(05)V99.
           05  WS-PKEY-DATE         PIC 9(08).
           05  WS-PKEY-REFERENCE    PIC X(12).
       COPY UTPAYMT.
       COPY UTMAST.
      *------------------------------------------------------*
      *    SUSPENSE LISTING LINES
      *------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE     PIC X(80) VALUE SPACE.
       01  LIST-LINES.
           05  LIST-TITLE-LINE.
               10  FILLER           PIC X(22) VALUE SPACES.
               10  FILLER           PIC X(36)
                   VALUE '*** UTILITY PAYMENT SUSPENSE LIST **'.
               10  FILLER           PIC X(22) VALUE '*'.
           05  LIST-HEADING-LINE.
               10  FILLER  PIC X(20) VALUE 'ACCNT  BILL     AMOU'.
               10  FILLER  PIC X(20) VALUE 'NT  PAY DATE    REFE'.
               10  FILLER  PIC X(20) VALUE 'RENCE     REASON    '.
               10  FILLER  PIC X(20) VALUE SPACES.
           05  LIST-DETAIL-LINE.
               10  LDL-ACCNT        PIC X(05).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  LDL-BILL         PIC X(05).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  LDL-AMOUNT       PIC ZZ.ZZ9,99.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  LDL-PAY-DATE.
                   15  LDL-PAY-DAY      PIC 9(02).
                   15  FILLER           PIC X(01) VALUE '.'.
                   15  LDL-PAY-MONTH    PIC 9(02).
                   15  FILLER           PIC X(01) VALUE '.'.
                   15  LDL-PAY-YEAR     PIC 9(04).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  LDL-REFERENCE    PIC X(12).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  LDL-REASON       PIC X(30).
           05  LIST-EMPTY-LINE.
               10  FILLER           PIC X(22) VALUE SPACES.
               10  FILLER           PIC X(58)
                   VALUE 'NO PAYMENTS PLACED IN SUSPENSE'.
      *------------------------------------------------------*
      *    CONTROL TOTALS PAGE
      *------------------------------------------------------*
       01  CONTROL-LINES.
           05  CONTROL-TITLE-LINE.
               10  FILLER           PIC X(22) VALUE SPACES.
               10  FILLER           PIC X(36)
                   VALUE '*** PAYMENT APPLICATION CONTROLS ***'.
               10  FILLER           PIC X(22) VALUE '*'.
           05  CONTROL-COUNT-LINE.
               10  CCL-CAPTION      PIC X(40).
               10  FILLER           PIC X(18) VALUE SPACES.
               10  CCL-COUNT        PIC ZZZZZZ9.
               10  FILLER           PIC X(15) VALUE SPACES.
           05  CONTROL-AMOUNT-LINE.
               10  CAL-CAPTION      PIC X(40).
               10  FILLER           PIC X(10) VALUE SPACES.
               10  CAL-AMOUNT       PIC ZZZ.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(15) VALUE SPACES.
           05  CONTROL-STATUS-LINE.
               10  FILLER           PIC X(40)
                   VALUE 'PAYMENTS READ AGAINST APPLIED/SUSPENSE: '.
               10  CSL-STATUS       PIC X(20).
               10  FILLER           PIC X(20) VALUE SPACES.
       COPY PRINTCTL.
       COPY STDHDR.
       PROCEDURE DIVISION.
      *------------------------------------------------------*
      *     MAIN PROCESS
      *------------------------------------------------------*
       000-TREI0014.
           PERFORM 000-MAINLINE
           PERFORM 030-PROCESS UNTIL WS-FS-PAYMTIN = '10'
           PERFORM 070-PRINT-CONTROL-TOTALS
           PERFORM 090-EXIT
           STOP RUN
           .
      *------------------------------------------------------*
      *     INITIAL PROCESSING
      *------------------------------------------------------*
       000-MAINLINE.
           INITIALIZE WS-FLAG-AREA
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 020-OPEN-FILE
           MOVE 'TREI0014' TO SHD-PROGRAM-ID
           PERFORM 9700-PRINT-BANNER-PAGE
           MOVE 'Y' TO WS-LIST-PAGE-SW
           MOVE 999 TO LINE-COUNT
           PERFORM 025-READ-PAYMENT
           .
      *------------------------------------------------------*
      *    PROCESS TO OPEN UP FILES
      *------------------------------------------------------*
       020-OPEN-FILE.
           OPEN  INPUT PAYMENT-FILE
           IF WS-FS-PAYMTIN NOT = '00'
              MOVE 'ERROR UPON OPENING PAYMTIN' TO WS-MSG
              MOVE WS-FS-PAYMTIN TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           OPEN  I-O ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00'
              MOVE 'ERROR UPON OPENING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           IF WS-FS-PAYSUSP NOT = '00'
              MOVE 'ERROR UPON OPENING PAYSUSP' TO WS-MSG
              MOVE WS-FS-PAYSUSP TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-FS-PRTLINE NOT = '00'
              MOVE 'ERROR UPON OPENING PRTLINE' TO WS-MSG
              MOVE WS-FS-PRTLINE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
      *------------------------------------------------------*
      *    READING THE PAYMENT FILE
      *------------------------------------------------------*
       025-READ-PAYMENT.
           READ  PAYMENT-FILE INTO PY-PAYMENT-RECORD
           IF WS-FS-PAYMTIN NOT = '00' AND '10'
              MOVE 'ERROR UPON READING PAYMTIN' TO WS-MSG
              MOVE WS-FS-PAYMTIN TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           ELSE
              IF WS-FS-PAYMTIN = '00'
                 ADD 1 TO WS-COUNTREAD
                 IF PY-AMOUNT IS NUMERIC
                    ADD PY-AMOUNT TO WS-AMOUNT-READ
                 END-IF
              END-IF
           END-IF
           .
      *------------------------------------------------------*
      *    PROCESSING - APPLY THE PAYMENT OR SUSPEND IT
      *------------------------------------------------------*
       030-PROCESS.
           MOVE SPACES TO WS-REASON
           PERFORM 031-EDIT-PAYMENT
           IF WS-REASON = SPACES
              PERFORM 032-READ-MASTER
           END-IF
           IF WS-REASON = SPACES
              PERFORM 033-FIND-LEDGER-BILL
           END-IF
           IF WS-REASON = SPACES
              PERFORM 035-APPLY-PAYMENT
           ELSE
              PERFORM 040-SUSPEND-PAYMENT
           END-IF
           PERFORM 025-READ-PAYMENT
           .
      *------------------------------------------------------*
      *    EDITING THE PAYMENT BEFORE IT TOUCHES THE MASTER
      *------------------------------------------------------*
       031-EDIT-PAYMENT.
           EVALUATE TRUE
              WHEN PY-AMOUNT IS NOT NUMERIC
                 MOVE 'UNAPPLIED - INVALID AMOUNT' TO WS-REASON
              WHEN PY-AMOUNT = ZERO
                 MOVE 'UNAPPLIED - ZERO AMOUNT' TO WS-REASON
              WHEN PY-PAY-DATE IS NOT NUMERIC
                 MOVE 'UNAPPLIED - INVALID PAY DATE' TO WS-REASON
              WHEN PY-ACCNT-NMBER = SPACES
                 MOVE 'UNAPPLIED - NO ACCOUNT NUMBER' TO WS-REASON
           END-EVALUATE
           IF WS-REASON = SPACES
              MOVE PY-ACCNT-NMBER TO WS-PKEY-ACCNT
              MOVE PY-BILL-NMBER  TO WS-PKEY-BILL
              MOVE PY-AMOUNT      TO WS-PKEY-AMOUNT
              MOVE PY-PAY-DATE    TO WS-PKEY-DATE
              MOVE PY-REFERENCE   TO WS-PKEY-REFERENCE
              SET WS-SEEN-INDEX TO 1
              SEARCH WS-SEEN-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-SEEN-KEY (WS-SEEN-INDEX) = WS-PAYMENT-KEY
                    MOVE 'UNAPPLIED - DUPLICATE PAYMENT' TO WS-REASON
              END-SEARCH
           END-IF
           IF WS-REASON = SPACES
              IF WS-SEEN-COUNT = 2000
                 MOVE 'ERROR:PAYMENT TABLE FULL' TO WS-MSG
                 MOVE SPACES TO WS-FS-MSG
                 GO TO ERROR-ROUTINE
              END-IF
              ADD 1 TO WS-SEEN-COUNT
              SET WS-SEEN-INDEX TO WS-SEEN-COUNT
              MOVE WS-PAYMENT-KEY TO WS-SEEN-KEY (WS-SEEN-INDEX)
           END-IF
           .
      *------------------------------------------------------*
      *    READING THE ACCOUNT FROM THE ISAM MASTER
      *------------------------------------------------------*
       032-READ-MASTER.
           MOVE PY-ACCNT-NMBER TO ISAM-ACCNT-NMBER
           READ ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00' AND '23'
              MOVE 'ERROR UPON READING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           IF WS-FS-ISAMFLE = '23'
              MOVE 'UNAPPLIED - ACCNT NOT ON FILE' TO WS-REASON
           ELSE
              MOVE ISAM-RECORD TO UM-MASTER-RECORD
           END-IF
           .
      *------------------------------------------------------*
      *    FINDING THE REMITTED BILL ON THE ACCOUNTS LEDGER
      *------------------------------------------------------*
       033-FIND-LEDGER-BILL.
           MOVE ZERO TO WS-BILL-SUB
           IF PY-BILL-NMBER NOT = SPACES
              PERFORM 034-MATCH-LEDGER-BILL
                  VARYING WS-LEDGER-SUB FROM 1 BY 1
                  UNTIL WS-LEDGER-SUB > 6 OR WS-BILL-SUB > ZERO
           END-IF
           IF WS-BILL-SUB = ZERO
              MOVE 'MISAPPLIED - BILL NOT ON ACCNT' TO WS-REASON
           END-IF
           .
       034-MATCH-LEDGER-BILL.
           IF UM-LEDGER-BILL-NMBER (WS-LEDGER-SUB) = PY-BILL-NMBER
              MOVE WS-LEDGER-SUB TO WS-BILL-SUB
           END-IF
           .
      *------------------------------------------------------*
      *    APPLYING THE PAYMENT - THE REMITTED BILL FIRST, ANY
      *    EXCESS TO THE OLDEST OPEN BILLS, AND WHAT IS LEFT
      *    STAYS ON THE ACCOUNT AS A CREDIT
      *------------------------------------------------------*
       035-APPLY-PAYMENT.
           MOVE PY-AMOUNT   TO WS-UNAPPLIED-AMOUNT
           MOVE WS-BILL-SUB TO WS-LEDGER-SUB
           PERFORM 036-APPLY-TO-BILL
           PERFORM 036-APPLY-TO-BILL
               VARYING WS-LEDGER-SUB FROM 6 BY -1
               UNTIL WS-LEDGER-SUB < 1 OR WS-UNAPPLIED-AMOUNT = ZERO
           IF WS-UNAPPLIED-AMOUNT > ZERO
              ADD 1                   TO WS-CREDIT-COUNT
              ADD WS-UNAPPLIED-AMOUNT TO WS-AMOUNT-CREDIT
              MOVE WS-UNAPPLIED-AMOUNT TO WS-EDIT-AMOUNT
              DISPLAY '* CREDIT LEFT ON ACCOUNT: ' PY-ACCNT-NMBER
                      ' ' WS-EDIT-AMOUNT
           END-IF
           SUBTRACT PY-AMOUNT FROM UM-OPEN-BALANCE
           ADD PY-AMOUNT      TO UM-PAYMENTS-SINCE-BILL
           IF UM-LAST-PAYMENT-DATE IS NOT NUMERIC
              OR PY-PAY-DATE > UM-LAST-PAYMENT-DATE
              MOVE PY-PAY-DATE TO UM-LAST-PAYMENT-DATE
           END-IF
           MOVE UM-MASTER-RECORD TO ISAM-RECORD
           REWRITE ISAM-RECORD
           IF WS-FS-ISAMFLE NOT = '00'
              MOVE 'ERROR UPON REWRITING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           ADD 1         TO WS-APPLIED-COUNT
           ADD PY-AMOUNT TO WS-AMOUNT-APPLIED
           .
       036-APPLY-TO-BILL.
           IF UM-LEDGER-OPEN (WS-LEDGER-SUB) > ZERO
              AND WS-UNAPPLIED-AMOUNT > ZERO
              IF WS-UNAPPLIED-AMOUNT > UM-LEDGER-OPEN (WS-LEDGER-SUB)
                 SUBTRACT UM-LEDGER-OPEN (WS-LEDGER-SUB)
                     FROM WS-UNAPPLIED-AMOUNT
                 MOVE ZERO TO UM-LEDGER-OPEN (WS-LEDGER-SUB)
              ELSE
                 SUBTRACT WS-UNAPPLIED-AMOUNT
                     FROM UM-LEDGER-OPEN (WS-LEDGER-SUB)
                 MOVE ZERO TO WS-UNAPPLIED-AMOUNT
              END-IF
           END-IF
           .
      *------------------------------------------------------*
      *    SUSPENDING THE PAYMENT AND LISTING IT
      *------------------------------------------------------*
       040-SUSPEND-PAYMENT.
           MOVE PY-PAYMENT-RECORD TO SUSP-PAYMENT
           MOVE WS-REASON         TO SUSP-REASON
           MOVE WS-CURRENT-DATE   TO SUSP-RUN-DATE
           WRITE SUSPENSE-RECORD
           IF WS-FS-PAYSUSP NOT = '00'
              MOVE 'ERROR UPON RECORDING PAYSUSP' TO WS-MSG
              MOVE WS-FS-PAYSUSP TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           ADD 1 TO WS-SUSPENSE-COUNT
           IF PY-AMOUNT IS NUMERIC
              ADD PY-AMOUNT TO WS-AMOUNT-SUSPENDED
              MOVE PY-AMOUNT TO LDL-AMOUNT
           ELSE
              MOVE ZERO TO LDL-AMOUNT
           END-IF
           IF WS-REASON (1:10) = 'MISAPPLIED'
              ADD 1 TO WS-MISAPPLIED-COUNT
           ELSE
              ADD 1 TO WS-UNAPPLIED-COUNT
           END-IF
           MOVE PY-ACCNT-NMBER TO LDL-ACCNT
           MOVE PY-BILL-NMBER  TO LDL-BILL
           IF PY-PAY-DATE IS NUMERIC
              MOVE PY-PAY-DATE TO WS-DATE-WORK
           ELSE
              MOVE ZERO        TO WS-DATE-WORK
           END-IF
           MOVE WS-DATE-DAY    TO LDL-PAY-DAY
           MOVE WS-DATE-MONTH  TO LDL-PAY-MONTH
           MOVE WS-DATE-YEAR   TO LDL-PAY-YEAR
           MOVE PY-REFERENCE   TO LDL-REFERENCE
           MOVE WS-REASON      TO LDL-REASON
           MOVE LIST-DETAIL-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           .
      *------------------------------------------------------*
      *    PROVING PAYMENTS READ AGAINST APPLIED AND SUSPENSE
      *------------------------------------------------------*
       070-PRINT-CONTROL-TOTALS.
           IF WS-SUSPENSE-COUNT = ZERO
              MOVE LIST-EMPTY-LINE TO NEXT-REPORT-LINE
              PERFORM 9000-PRINT-REPORT-LINE
           END-IF
           IF WS-COUNTREAD = WS-APPLIED-COUNT + WS-SUSPENSE-COUNT
              AND WS-AMOUNT-READ =
                  WS-AMOUNT-APPLIED + WS-AMOUNT-SUSPENDED
              MOVE 'Y'           TO WS-BALANCED-SW
              MOVE 'IN BALANCE'  TO CSL-STATUS
           ELSE
              MOVE 'N'           TO WS-BALANCED-SW
              MOVE 'OUT OF BALANCE' TO CSL-STATUS
           END-IF
           MOVE 'N' TO WS-LIST-PAGE-SW
           MOVE 999 TO LINE-COUNT
           MOVE CONTROL-TITLE-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 2 TO LINE-SPACEING
           MOVE 'PAYMENTS READ                          :'
               TO CCL-CAPTION
           MOVE WS-COUNTREAD        TO CCL-COUNT
           MOVE CONTROL-COUNT-LINE  TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'PAYMENTS APPLIED                       :'
               TO CCL-CAPTION
           MOVE WS-APPLIED-COUNT    TO CCL-COUNT
           MOVE CONTROL-COUNT-LINE  TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'PAYMENTS UNAPPLIED TO SUSPENSE         :'
               TO CCL-CAPTION
           MOVE WS-UNAPPLIED-COUNT  TO CCL-COUNT
           MOVE CONTROL-COUNT-LINE  TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'PAYMENTS MISAPPLIED TO SUSPENSE        :'
               TO CCL-CAPTION
           MOVE WS-MISAPPLIED-COUNT TO CCL-COUNT
           MOVE CONTROL-COUNT-LINE  TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'ACCOUNTS LEFT WITH A CREDIT            :'
               TO CCL-CAPTION
           MOVE WS-CREDIT-COUNT     TO CCL-COUNT
           MOVE CONTROL-COUNT-LINE  TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 2 TO LINE-SPACEING
           MOVE 'AMOUNT READ                            :'
               TO CAL-CAPTION
           MOVE WS-AMOUNT-READ      TO CAL-AMOUNT
           MOVE CONTROL-AMOUNT-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'AMOUNT APPLIED                         :'
               TO CAL-CAPTION
           MOVE WS-AMOUNT-APPLIED   TO CAL-AMOUNT
           MOVE CONTROL-AMOUNT-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'AMOUNT PLACED IN SUSPENSE              :'
               TO CAL-CAPTION
           MOVE WS-AMOUNT-SUSPENDED TO CAL-AMOUNT
           MOVE CONTROL-AMOUNT-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'AMOUNT LEFT AS CREDIT ON ACCOUNTS      :'
               TO CAL-CAPTION
           MOVE WS-AMOUNT-CREDIT    TO CAL-AMOUNT
           MOVE CONTROL-AMOUNT-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 2 TO LINE-SPACEING
           MOVE CONTROL-STATUS-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           .
      *------------------------------------------------------*
      *    PRINTING A LINE, WITH THE HEADING ON A NEW PAGE
      *------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
           IF LINE-COUNT > LINES-ON-PAGE
              PERFORM 9100-PRINT-HEADING-LINES
           END-IF
           MOVE NEXT-REPORT-LINE TO PRINT-LINE
           PERFORM 9120-WRITE-PRINT-LINE
           .
       9100-PRINT-HEADING-LINES.
           ADD  1                    TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER       TO SHD-PAGE-NUM
           MOVE WS-CURRENT-MONTH     TO SHD-RUN-MONTH
           MOVE WS-CURRENT-DAY       TO SHD-RUN-DAY
           MOVE WS-CURRENT-YEAR      TO SHD-RUN-YEAR
           MOVE WS-CURRENT-HOUR      TO SHD-RUN-HOUR
           MOVE WS-CURRENT-MINUTES   TO SHD-RUN-MINUTE
           MOVE STD-HEADING-LINE-1   TO PRINT-LINE
           WRITE PRINT-RECORD AFTER ADVANCING PAGE
           IF WS-FS-PRTLINE NOT = '00'
              MOVE 'ERROR UPON RECORDING PRTLINE' TO WS-MSG
              MOVE WS-FS-PRTLINE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           MOVE 1                    TO LINE-COUNT
           MOVE 2                    TO LINE-SPACEING
           IF WS-LIST-PAGE-SW = 'Y'
              MOVE LIST-TITLE-LINE   TO PRINT-LINE
              PERFORM 9120-WRITE-PRINT-LINE
              MOVE 2                 TO LINE-SPACEING
              MOVE LIST-HEADING-LINE TO PRINT-LINE
              PERFORM 9120-WRITE-PRINT-LINE
              MOVE 2                 TO LINE-SPACEING
           END-IF
           .
       9120-WRITE-PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING LINE-SPACEING
           IF WS-FS-PRTLINE NOT = '00'
              MOVE 'ERROR UPON RECORDING PRTLINE' TO WS-MSG
              MOVE WS-FS-PRTLINE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           MOVE SPACE                TO PRINT-LINE
           ADD  LINE-SPACEING        TO LINE-COUNT
           MOVE 1                    TO LINE-SPACEING
           .
      *------------------------------------------------------------
      *     FINAL PROCEDURE
      *------------------------------------------------------------
       090-EXIT.
           DISPLAY '*-----------------------------------------*'
           DISPLAY '*    QUICK REPORT ON PAYMENT APPLICATION  *'
           DISPLAY '*-----------------------------------------*'
           DISPLAY '* FILES READ        - PAYMTIN: ' WS-COUNTREAD
           MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT
           DISPLAY '* PAYMENTS APPLIED            : ' WS-EDIT-COUNT
           MOVE WS-SUSPENSE-COUNT TO WS-EDIT-COUNT
           DISPLAY '* PAYMENTS TO SUSPENSE        : ' WS-EDIT-COUNT
           MOVE WS-CREDIT-COUNT TO WS-EDIT-COUNT
           DISPLAY '* ACCOUNTS LEFT WITH A CREDIT : ' WS-EDIT-COUNT
           MOVE WS-AMOUNT-READ TO WS-EDIT-AMOUNT
           DISPLAY '* AMOUNT READ                 : ' WS-EDIT-AMOUNT
           MOVE WS-AMOUNT-APPLIED TO WS-EDIT-AMOUNT
           DISPLAY '* AMOUNT APPLIED              : ' WS-EDIT-AMOUNT
           MOVE WS-AMOUNT-SUSPENDED TO WS-EDIT-AMOUNT
           DISPLAY '* AMOUNT IN SUSPENSE          : ' WS-EDIT-AMOUNT
           DISPLAY '*-----------------------------------------*'
           PERFORM 055-CLOSE-FILE
           IF WS-BALANCED-SW NOT = 'Y'
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*  PAYMENTS READ DO NOT BALANCE TO        *'
              DISPLAY '*  PAYMENTS APPLIED AND SUSPENDED         *'
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*   ABNORMAL END OF TREI0014               *'
              DISPLAY '*-----------------------------------------*'
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*      NORMAL END OF TREI0014             *'
              DISPLAY '*-----------------------------------------*'
              IF WS-SUSPENSE-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
      *------------------------------------------------------*
      *    PROCESS FOR CLOSING UP THE FILES
      *------------------------------------------------------*
       055-CLOSE-FILE.
           CLOSE PAYMENT-FILE
           IF WS-FS-PAYMTIN NOT = '00'
              MOVE 'ERROR UPON CLOSING PAYMTIN' TO WS-MSG
              MOVE WS-FS-PAYMTIN TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00'
              MOVE 'ERROR UPON CLOSING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE SUSPENSE-FILE
           IF WS-FS-PAYSUSP NOT = '00'
              MOVE 'ERROR UPON CLOSING PAYSUSP' TO WS-MSG
              MOVE WS-FS-PAYSUSP TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE PRINT-FILE
           IF WS-FS-PRTLINE NOT = '00'
              MOVE 'ERROR UPON CLOSING PRTLINE' TO WS-MSG
              MOVE WS-FS-PRTLINE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
      *---------------------------------------------------------*
      *    DEALING WITH ERROR ROUTINE
      *---------------------------------------------------------*
       ERROR-ROUTINE.
           DISPLAY '*------------------------------*'
           DISPLAY '     Your PGM has been cancelled *'
           DISPLAY '-------------------------------*'
           DISPLAY '* Ops message = ' WS-MSG
           DISPLAY '* FILE STATUS = ' WS-FS-MSG
           DISPLAY '*---------------------------------*'
           DISPLAY '* ABNORMAL END OF COBPGM TREI0014 *'
           DISPLAY '*---------------------------------*'
           STOP RUN .
      *---------------------------------------------------------*
       COPY DISTBANR.
