       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            TREI0016.
      *AUTHOR                 Mr. W. B. RIBEIRO
      *First written on       15.10.2026
      *------------------------------------------------------*
      * Remarks:  Cobol PGM maintains the utility customer   *
      *           master (ISAM-FILE) from add, change and    *
      *           close transactions, checked against the    *
      *           operator authorization table and audited   *
      *           before and after, and answers inquiries    *
      *           with the master image and recent bills     *
      *-------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRAN-FILE ASSIGN TO UTMAINT
                  FILE STATUS IS WS-FS-UTMAINT.
           SELECT ISAM-FILE ASSIGN TO ISAMFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ISAM-ACCNT-NMBER
                  FILE STATUS IS WS-FS-ISAMFLE.
           SELECT AUDIT-FILE ASSIGN TO UTAUDIT
                  FILE STATUS IS WS-FS-UTAUDIT.
           SELECT OPER-AUTH-FILE ASSIGN TO OPERAUTH
                  FILE STATUS IS WS-FS-OPERAUTH.
           SELECT OPER-VIOL-FILE ASSIGN TO OPERVIOL
                  FILE STATUS IS WS-FS-OPERVIOL.
           SELECT PRINT-FILE ASSIGN TO PRTLINE
                  FILE STATUS IS WS-FS-PRTLINE.
           SELECT DIST-CATALOG-FILE ASSIGN TO DISTCTLG.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRAN-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  MAINT-TRAN-RECORD        PIC X(80).
       FD  ISAM-FILE
           LABEL RECORD STANDARD
           .
       01  ISAM-RECORD.
           05  ISAM-ACCNT-NMBER     PIC X(05).
           05  FILLER               PIC X(295).
      *------------------------------------------------------*
      *    BEFORE AND AFTER IMAGE OF EVERY MASTER CHANGE
       FD  AUDIT-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  AUDIT-RECORD.
           05  AU-IMAGE-TYPE        PIC X(01).
               88  AU-BEFORE-IMAGE      VALUE 'B'.
               88  AU-AFTER-IMAGE       VALUE 'A'.
           05  AU-TRANS-CODE        PIC X(01).
           05  AU-RUN-DATE          PIC 9(08).
           05  AU-RUN-TIME          PIC 9(08).
           05  AU-MASTER-IMAGE      PIC X(80).
           05  AU-ACCOUNT-STATUS    PIC X(01).
           05  AU-OPERATOR-ID       PIC X(08).
           05  FILLER               PIC X(13).
       FD  OPER-AUTH-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       COPY OPERAUTH.
       FD  OPER-VIOL-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  OPER-VIOL-RECORD.
           05  OV-OPERATOR-ID       PIC X(08).
           05  OV-PROGRAM-ID        PIC X(08).
           05  OV-TRANS-CODE        PIC X(01).
           05  OV-KEY-VALUE         PIC X(08).
           05  OV-RUN-DATE          PIC 9(08).
           05  OV-RUN-TIME          PIC 9(08).
           05  OV-REASON            PIC X(24).
           05  FILLER               PIC X(15).
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
           05  WS-FS-UTMAINT        PIC X(02).
           05  WS-FS-ISAMFLE        PIC X(02).
           05  WS-FS-UTAUDIT        PIC X(02).
           05  WS-FS-OPERAUTH       PIC X(02).
           05  WS-FS-OPERVIOL       PIC X(02).
           05  WS-FS-PRTLINE        PIC X(02).
           05  WS-COUNTREAD         PIC 9(05).
           05  WS-ADD-COUNT         PIC 9(05).
           05  WS-CHANGE-COUNT      PIC 9(05).
           05  WS-CLOSE-COUNT       PIC 9(05).
           05  WS-INQUIRY-COUNT     PIC 9(05).
           05  WS-REJECT-COUNT      PIC 9(05).
           05  WS-VIOLATION-COUNT   PIC 9(05).
           05  WS-PAGE-NUMBER       PIC 9(05).
           05  WS-MSG               PIC X(30).
           05  WS-FS-MSG            PIC X(02).
           05  WS-REASON            PIC X(30).
           05  WS-DISPOSITION       PIC X(10).
           05  WS-LEDGER-SUB        PIC 9(01).
           05  WS-EDIT-COUNT        PIC ZZZZ9.
           05  WS-DATE-WORK         PIC 9(08).
           05  WS-DATE-WORK-R       REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR     PIC 9(04).
               10  WS-DATE-MONTH    PIC 9(02).
               10  WS-DATE-DAY      PIC 9(02).
           05  WS-RUN-TIME          PIC 9(06).
      *------------------------------------------------------*
      *    THE SUBMITTING OPERATOR ARRIVES AS A PARM AND EVERY
      *    TRANSACTION, INQUIRIES INCLUDED, IS CHECKED AGAINST
      *    THE OPERAUTH TABLE BEFORE IT TOUCHES THE MASTER.
      *    DENIED ATTEMPTS GO TO THE VIOLATIONS FILE, AND THE
      *    OPERATOR ID IS STAMPED ON EVERY AUDIT IMAGE.
       01  OPER-AUTH-FIELDS.
           05  WS-OPERATOR-ID       PIC X(08) VALUE SPACE.
           05  WS-OPER-AUTH-SW      PIC X(01).
               88  WS-OPER-AUTHORIZED   VALUE 'Y'.
           05  WS-OPER-DENY-REASON  PIC X(24).
           05  WS-AUTH-SUB          PIC 9(01).
           05  OPER-AUTH-TABLE-FIELDS.
               10  OPER-AUTH-TABLE OCCURS 100 TIMES
                               INDEXED BY OA-INDEX.
                   15  OAT-OPERATOR-ID   PIC X(08) VALUE SPACE.
                   15  OAT-PROGRAM-ID    PIC X(08) VALUE SPACE.
                   15  OAT-TRANS-CODES   PIC X(05) VALUE SPACE.
                   15  OAT-DOLLAR-LIMIT  PIC 9(09)V99 VALUE ZERO.
       COPY UTMNTTRN.
       COPY UTMAST.
      *------------------------------------------------------*
      *    MAINTENANCE REPORT LINES
      *------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE     PIC X(80) VALUE SPACE.
       01  MAINT-LINES.
           05  MAINT-TITLE-LINE.
               10  FILLER           PIC X(22) VALUE SPACES.
               10  FILLER           PIC X(36)
                   VALUE '*** UTILITY MASTER MAINTENANCE ***'.
               10  FILLER           PIC X(22) VALUE SPACES.
           05  MAINT-HEADING-LINE.
               10  FILLER  PIC X(20) VALUE 'TRANS  ACCNT  DISPOS'.
               10  FILLER  PIC X(20) VALUE 'ITION  REASON       '.
               10  FILLER  PIC X(40) VALUE SPACES.
           05  MAINT-DETAIL-LINE.
               10  MDL-TRANS-CODE   PIC X(01).
               10  FILLER           PIC X(06) VALUE SPACES.
               10  MDL-ACCNT        PIC X(05).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  MDL-DISPOSITION  PIC X(10).
               10  FILLER           PIC X(03) VALUE SPACES.
               10  MDL-REASON       PIC X(30).
               10  FILLER           PIC X(23) VALUE SPACES.
      *------------------------------------------------------*
      *    INQUIRY LINES
      *------------------------------------------------------*
       01  INQUIRY-LINES.
           05  INQUIRY-RULE-LINE.
               10  FILLER           PIC X(80) VALUE ALL '-'.
           05  INQUIRY-TEXT-LINE.
               10  ITL-CAPTION      PIC X(20).
               10  ITL-VALUE        PIC X(60).
           05  INQUIRY-AMOUNT-LINE.
               10  IAL-CAPTION      PIC X(20).
               10  IAL-AMOUNT       PIC ZZZ.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(45) VALUE SPACES.
           05  INQUIRY-SERVICE-VALUE.
               10  FILLER           PIC X(08) VALUE 'ENERGY: '.
               10  ISV-ENERGY-ACCNT PIC X(05).
               10  FILLER           PIC X(08) VALUE '   GAS: '.
               10  ISV-GAS-ACCNT    PIC X(05).
               10  FILLER           PIC X(12) VALUE '   DISKFIL: '.
               10  ISV-DSKF-NMBER   PIC X(05).
               10  FILLER           PIC X(17) VALUE SPACES.
           05  INQUIRY-BILL-VALUE.
               10  IBV-BILL-NMBER   PIC X(05).
               10  FILLER           PIC X(09) VALUE '  DATED  '.
               10  IBV-BILL-DATE    PIC X(10).
               10  FILLER           PIC X(08) VALUE '  DUE  '.
               10  IBV-DUE-DATE     PIC X(10).
               10  FILLER           PIC X(18) VALUE SPACES.
           05  INQUIRY-MAINT-VALUE.
               10  IMV-MAINT-DATE   PIC X(10).
               10  FILLER           PIC X(04) VALUE ' BY '.
               10  IMV-OPERATOR     PIC X(08).
               10  FILLER           PIC X(07) VALUE ' TRANS '.
               10  IMV-TRANS-CODE   PIC X(01).
               10  IMV-HOLD         PIC X(30).
           05  LEDGER-HEADING-LINE.
               10  FILLER  PIC X(20) VALUE 'RECENT BILLS  BILL  '.
               10  FILLER  PIC X(20) VALUE '  BILL DATE        A'.
               10  FILLER  PIC X(20) VALUE 'MOUNT        STILL O'.
               10  FILLER  PIC X(20) VALUE 'PEN                 '.
           05  LEDGER-DETAIL-LINE.
               10  FILLER           PIC X(14) VALUE SPACES.
               10  LDL-BILL-NMBER   PIC X(05).
               10  FILLER           PIC X(03) VALUE SPACES.
               10  LDL-BILL-DATE    PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  LDL-AMOUNT       PIC ZZZ.ZZ9,99-.
               10  FILLER           PIC X(07) VALUE SPACES.
               10  LDL-OPEN         PIC ZZZ.ZZ9,99-.
               10  FILLER           PIC X(17) VALUE SPACES.
           05  LEDGER-EMPTY-LINE.
               10  FILLER           PIC X(14) VALUE SPACES.
               10  FILLER           PIC X(66)
                   VALUE 'NO BILLS ON THE LEDGER'.
           05  DATE-EDIT.
               10  DTE-DAY          PIC 9(02).
               10  FILLER           PIC X(01) VALUE '.'.
               10  DTE-MONTH        PIC 9(02).
               10  FILLER           PIC X(01) VALUE '.'.
               10  DTE-YEAR         PIC 9(04).
      *------------------------------------------------------*
      *    CONTROL TOTALS
      *------------------------------------------------------*
       01  CONTROL-LINES.
           05  CONTROL-COUNT-LINE.
               10  CCL-CAPTION      PIC X(40).
               10  FILLER           PIC X(18) VALUE SPACES.
               10  CCL-COUNT        PIC ZZZZ9.
               10  FILLER           PIC X(17) VALUE SPACES.
       COPY PRINTCTL.
       COPY STDHDR.
       PROCEDURE DIVISION.
      *------------------------------------------------------*
      *     MAIN PROCESS
      *------------------------------------------------------*
       000-TREI0016.
           PERFORM 000-MAINLINE
           PERFORM 030-PROCESS UNTIL WS-FS-UTMAINT = '10'
           PERFORM 085-PRINT-CONTROL-TOTALS
           PERFORM 090-EXIT
           STOP RUN
           .
      *------------------------------------------------------*
      *     INITIAL PROCESSING
      *------------------------------------------------------*
       000-MAINLINE.
           INITIALIZE WS-FLAG-AREA
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-TIME (1:6) TO WS-RUN-TIME
           ACCEPT WS-OPERATOR-ID
           PERFORM 010-LOAD-OPER-AUTH-TABLE
           PERFORM 020-OPEN-FILE
           MOVE 'TREI0016' TO SHD-PROGRAM-ID
           PERFORM 9700-PRINT-BANNER-PAGE
           MOVE 999 TO LINE-COUNT
           PERFORM 025-READ-MAINT-TRAN
           .
      *------------------------------------------------------*
      *    LOADING THE OPERATOR AUTHORIZATION TABLE
      *------------------------------------------------------*
       010-LOAD-OPER-AUTH-TABLE.
           OPEN INPUT OPER-AUTH-FILE
           IF WS-FS-OPERAUTH NOT = '00'
              MOVE 'ERROR UPON OPENING OPERAUTH' TO WS-MSG
              MOVE WS-FS-OPERAUTH TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           PERFORM 011-READ-OPER-AUTH
           PERFORM 012-STORE-ONE-AUTH-ROW
               UNTIL WS-FS-OPERAUTH = '10'
           CLOSE OPER-AUTH-FILE
           .
       011-READ-OPER-AUTH.
           READ OPER-AUTH-FILE
           IF WS-FS-OPERAUTH NOT = '00' AND '10'
              MOVE 'ERROR UPON READING OPERAUTH' TO WS-MSG
              MOVE WS-FS-OPERAUTH TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
       012-STORE-ONE-AUTH-ROW.
           SET OA-INDEX TO 1
           SEARCH OPER-AUTH-TABLE
              AT END
                 DISPLAY '* AUTH TABLE FULL, IGNORED: ' OA-OPERATOR-ID
              WHEN OAT-OPERATOR-ID (OA-INDEX) = SPACE
                 MOVE OA-OPERATOR-ID  TO OAT-OPERATOR-ID (OA-INDEX)
                 MOVE OA-PROGRAM-ID   TO OAT-PROGRAM-ID (OA-INDEX)
                 MOVE OA-TRANS-CODES  TO OAT-TRANS-CODES (OA-INDEX)
                 MOVE OA-DOLLAR-LIMIT TO OAT-DOLLAR-LIMIT (OA-INDEX)
           END-SEARCH
           PERFORM 011-READ-OPER-AUTH
           .
      *------------------------------------------------------*
      *    PROCESS TO OPEN UP FILES
      *------------------------------------------------------*
       020-OPEN-FILE.
           OPEN  INPUT MAINT-TRAN-FILE
           IF WS-FS-UTMAINT NOT = '00'
              MOVE 'ERROR UPON OPENING UTMAINT' TO WS-MSG
              MOVE WS-FS-UTMAINT TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           OPEN  I-O ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00'
              MOVE 'ERROR UPON OPENING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-FS-UTAUDIT NOT = '00'
              MOVE 'ERROR UPON OPENING UTAUDIT' TO WS-MSG
              MOVE WS-FS-UTAUDIT TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           OPEN EXTEND OPER-VIOL-FILE
           IF WS-FS-OPERVIOL NOT = '00' AND '05'
              MOVE 'ERROR UPON OPENING OPERVIOL' TO WS-MSG
              MOVE WS-FS-OPERVIOL TO WS-FS-MSG
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
      *    READING THE MAINTENANCE TRANSACTIONS
      *------------------------------------------------------*
       025-READ-MAINT-TRAN.
           READ  MAINT-TRAN-FILE INTO MT-MAINT-TRANSACTION
           IF WS-FS-UTMAINT NOT = '00' AND '10'
              MOVE 'ERROR UPON READING UTMAINT' TO WS-MSG
              MOVE WS-FS-UTMAINT TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           ELSE
              IF WS-FS-UTMAINT = '00'
                 ADD 1 TO WS-COUNTREAD
              END-IF
           END-IF
           .
      *------------------------------------------------------*
      *    PROCESSING - ONE TRANSACTION
      *------------------------------------------------------*
       030-PROCESS.
           MOVE SPACES TO WS-REASON
                          WS-DISPOSITION
           PERFORM 031-CHECK-OPERATOR-AUTH
           IF NOT WS-OPER-AUTHORIZED
              PERFORM 034-RECORD-VIOLATION
           ELSE
              IF MT-ACCNT-NMBER = SPACES
                 MOVE 'ACCOUNT NUMBER MISSING' TO WS-REASON
              ELSE
                 PERFORM 035-READ-MASTER
                 EVALUATE TRUE
                    WHEN MT-ADD
                       PERFORM 040-ADD-ACCOUNT
                    WHEN MT-CHANGE
                       PERFORM 042-CHANGE-ACCOUNT
                    WHEN MT-CLOSE
                       PERFORM 044-CLOSE-ACCOUNT
                    WHEN MT-INQUIRY
                       PERFORM 060-INQUIRE-ACCOUNT
                    WHEN OTHER
                       MOVE 'INVALID TRANSACTION CODE' TO WS-REASON
                 END-EVALUATE
              END-IF
              IF WS-DISPOSITION = SPACES
                 MOVE 'REJECTED' TO WS-DISPOSITION
                 ADD 1 TO WS-REJECT-COUNT
              END-IF
           END-IF
           PERFORM 070-PRINT-DISPOSITION
           PERFORM 025-READ-MAINT-TRAN
           .
      *------------------------------------------------------*
      *    CHECKING THE OPERATOR MAY SUBMIT THIS TRANSACTION
      *------------------------------------------------------*
       031-CHECK-OPERATOR-AUTH.
           MOVE 'N' TO WS-OPER-AUTH-SW
           MOVE 'OPERATOR NOT AUTHORIZED' TO WS-OPER-DENY-REASON
           SET OA-INDEX TO 1
           SEARCH OPER-AUTH-TABLE
              AT END
                 CONTINUE
              WHEN OAT-OPERATOR-ID (OA-INDEX) = WS-OPERATOR-ID
               AND OAT-PROGRAM-ID (OA-INDEX) = 'TREI0016'
                 PERFORM 032-CHECK-AUTH-CODES
           END-SEARCH
           .
       032-CHECK-AUTH-CODES.
           IF OAT-TRANS-CODES (OA-INDEX) (1:1) = '*'
              MOVE 'Y' TO WS-OPER-AUTH-SW
           ELSE
              PERFORM 033-CHECK-ONE-TRANS-CODE
                  VARYING WS-AUTH-SUB FROM 1 BY 1
                  UNTIL WS-AUTH-SUB > 5 OR WS-OPER-AUTHORIZED
           END-IF
           IF NOT WS-OPER-AUTHORIZED
              MOVE 'TRANS CODE NOT ALLOWED' TO WS-OPER-DENY-REASON
           END-IF
           .
       033-CHECK-ONE-TRANS-CODE.
           IF OAT-TRANS-CODES (OA-INDEX) (WS-AUTH-SUB:1)
                  = MT-TRANS-CODE
              MOVE 'Y' TO WS-OPER-AUTH-SW
           END-IF
           .
       034-RECORD-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT
           MOVE SPACE               TO OPER-VIOL-RECORD
           MOVE WS-OPERATOR-ID      TO OV-OPERATOR-ID
           MOVE 'TREI0016'          TO OV-PROGRAM-ID
           MOVE MT-TRANS-CODE       TO OV-TRANS-CODE
           MOVE MT-ACCNT-NMBER      TO OV-KEY-VALUE
           MOVE WS-CURRENT-DATE     TO OV-RUN-DATE
           MOVE WS-CURRENT-TIME     TO OV-RUN-TIME
           MOVE WS-OPER-DENY-REASON TO OV-REASON
           WRITE OPER-VIOL-RECORD
           IF WS-FS-OPERVIOL NOT = '00'
              MOVE 'ERROR UPON RECORDING OPERVIOL' TO WS-MSG
              MOVE WS-FS-OPERVIOL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           MOVE 'DENIED'            TO WS-DISPOSITION
           MOVE WS-OPER-DENY-REASON TO WS-REASON
           .
      *------------------------------------------------------*
      *    READING THE ACCOUNT FROM THE ISAM MASTER
      *------------------------------------------------------*
       035-READ-MASTER.
           MOVE MT-ACCNT-NMBER TO ISAM-ACCNT-NMBER
           READ ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00' AND '23'
              MOVE 'ERROR UPON READING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           IF WS-FS-ISAMFLE = '00'
              MOVE ISAM-RECORD TO UM-MASTER-RECORD
           END-IF
           .
      *------------------------------------------------------*
      *    ADDING A NEW ACCOUNT
      *------------------------------------------------------*
       040-ADD-ACCOUNT.
           EVALUATE TRUE
              WHEN WS-FS-ISAMFLE = '00'
                 MOVE 'ACCOUNT ALREADY ON FILE' TO WS-REASON
              WHEN MT-CLIENT-NMBER = SPACES OR MT-ADDRESS = SPACES
                 MOVE 'CLIENT AND ADDRESS REQUIRED' TO WS-REASON
              WHEN MT-ENERGY-ACCNT = SPACES AND MT-GAS-ACCNT = SPACES
                 MOVE 'NO SERVICE ACCOUNT GIVEN' TO WS-REASON
           END-EVALUATE
           IF WS-REASON = SPACES
              MOVE SPACES TO UM-MASTER-RECORD
              INITIALIZE UM-RECEIVABLES
              MOVE ZERO            TO UM-BILLING-AMOUNT
                                      UM-ENERGY-CHARGE
                                      UM-GAS-CHARGE
              MOVE MT-ACCNT-NMBER  TO UM-ACCNT-NMBER
              MOVE MT-CLIENT-NMBER TO UM-CLIENT-NMBER
              MOVE MT-ADDRESS      TO UM-ADDRESS
              MOVE MT-ENERGY-ACCNT TO UM-ENERGY-ACCNT
              MOVE MT-GAS-ACCNT    TO UM-GAS-ACCNT
              MOVE MT-DSKF-NMBER   TO UM-DSKF-NMBER
              MOVE 'A'             TO UM-ACCOUNT-STATUS
              MOVE ZERO            TO UM-CLOSE-DATE
              PERFORM 076-AUDIT-EMPTY-BEFORE
              PERFORM 048-STAMP-MAINTENANCE
              MOVE UM-MASTER-RECORD TO ISAM-RECORD
              WRITE ISAM-RECORD
              IF WS-FS-ISAMFLE NOT = '00'
                 MOVE 'ERROR UPON RECORDING ISAM-FILE' TO WS-MSG
                 MOVE WS-FS-ISAMFLE TO WS-FS-MSG
                 GO TO ERROR-ROUTINE
              END-IF
              PERFORM 077-AUDIT-AFTER
              MOVE 'ADDED'   TO WS-DISPOSITION
              ADD 1 TO WS-ADD-COUNT
           END-IF
           .
      *------------------------------------------------------*
      *    CHANGING AN ACCOUNT - BLANK FIELDS ARE LEFT AS THEY ARE
      *------------------------------------------------------*
       042-CHANGE-ACCOUNT.
           EVALUATE TRUE
              WHEN WS-FS-ISAMFLE = '23'
                 MOVE 'ACCOUNT NOT ON FILE' TO WS-REASON
              WHEN UM-ACCOUNT-CLOSED
                 MOVE 'ACCOUNT IS CLOSED' TO WS-REASON
              WHEN MT-CLIENT-NMBER = SPACES AND MT-ADDRESS = SPACES
               AND MT-ENERGY-ACCNT = SPACES AND MT-GAS-ACCNT = SPACES
               AND MT-DSKF-NMBER = SPACES
                 MOVE 'NO CHANGES SUPPLIED' TO WS-REASON
           END-EVALUATE
           IF WS-REASON = SPACES
              PERFORM 075-AUDIT-BEFORE
              IF MT-CLIENT-NMBER NOT = SPACES
                 MOVE MT-CLIENT-NMBER TO UM-CLIENT-NMBER
              END-IF
              IF MT-ADDRESS NOT = SPACES
                 MOVE MT-ADDRESS      TO UM-ADDRESS
              END-IF
              IF MT-ENERGY-ACCNT NOT = SPACES
                 MOVE MT-ENERGY-ACCNT TO UM-ENERGY-ACCNT
              END-IF
              IF MT-GAS-ACCNT NOT = SPACES
                 MOVE MT-GAS-ACCNT    TO UM-GAS-ACCNT
              END-IF
              IF MT-DSKF-NMBER NOT = SPACES
                 MOVE MT-DSKF-NMBER   TO UM-DSKF-NMBER
              END-IF
              PERFORM 048-STAMP-MAINTENANCE
              PERFORM 049-REWRITE-MASTER
              PERFORM 077-AUDIT-AFTER
              MOVE 'CHANGED' TO WS-DISPOSITION
              ADD 1 TO WS-CHANGE-COUNT
           END-IF
           .
      *------------------------------------------------------*
      *    CLOSING ONE SERVICE, OR THE WHOLE ACCOUNT.  AN
      *    ACCOUNT LEFT WITH NO SERVICE IS CLOSED AS WELL.
      *------------------------------------------------------*
       044-CLOSE-ACCOUNT.
           EVALUATE TRUE
              WHEN WS-FS-ISAMFLE = '23'
                 MOVE 'ACCOUNT NOT ON FILE' TO WS-REASON
              WHEN UM-ACCOUNT-CLOSED
                 MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REASON
              WHEN MT-CLOSE-ENERGY AND UM-ENERGY-ACCNT = SPACES
                 MOVE 'NO ENERGY SERVICE ON ACCOUNT' TO WS-REASON
              WHEN MT-CLOSE-GAS AND UM-GAS-ACCNT = SPACES
                 MOVE 'NO GAS SERVICE ON ACCOUNT' TO WS-REASON
              WHEN NOT MT-CLOSE-ENERGY AND NOT MT-CLOSE-GAS
               AND NOT MT-CLOSE-ACCOUNT
                 MOVE 'INVALID CLOSE SERVICE CODE' TO WS-REASON
           END-EVALUATE
           IF WS-REASON = SPACES
              PERFORM 075-AUDIT-BEFORE
              EVALUATE TRUE
                 WHEN MT-CLOSE-ENERGY
                    MOVE SPACES TO UM-ENERGY-ACCNT
                 WHEN MT-CLOSE-GAS
                    MOVE SPACES TO UM-GAS-ACCNT
              END-EVALUATE
              IF MT-CLOSE-ACCOUNT
                 OR (UM-ENERGY-ACCNT = SPACES AND UM-GAS-ACCNT = SPACES)
                 MOVE 'C'             TO UM-ACCOUNT-STATUS
                 MOVE WS-CURRENT-DATE TO UM-CLOSE-DATE
                 IF UM-OPEN-BALANCE NOT = ZERO
                    MOVE 'CLOSED WITH BALANCE OPEN' TO WS-REASON
                 END-IF
              END-IF
              PERFORM 048-STAMP-MAINTENANCE
              PERFORM 049-REWRITE-MASTER
              PERFORM 077-AUDIT-AFTER
              MOVE 'CLOSED'  TO WS-DISPOSITION
              ADD 1 TO WS-CLOSE-COUNT
           END-IF
           .
      *------------------------------------------------------*
      *    STAMPING THE MAINTENANCE AND HOLDING IT AGAINST THE
      *    NEXT SAM-FILE FAN-OUT
      *------------------------------------------------------*
       048-STAMP-MAINTENANCE.
           MOVE WS-CURRENT-DATE TO UM-MAINT-DATE
           MOVE WS-RUN-TIME     TO UM-MAINT-TIME
           MOVE WS-OPERATOR-ID  TO UM-MAINT-OPERATOR
           MOVE MT-TRANS-CODE   TO UM-MAINT-TRANS-CODE
           MOVE 'Y'             TO UM-MAINT-HOLD-SW
           .
       049-REWRITE-MASTER.
           MOVE UM-MASTER-RECORD TO ISAM-RECORD
           REWRITE ISAM-RECORD
           IF WS-FS-ISAMFLE NOT = '00'
              MOVE 'ERROR UPON REWRITING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
      *------------------------------------------------------*
      *    INQUIRY - THE MASTER IMAGE AND THE RECENT BILLS
      *------------------------------------------------------*
       060-INQUIRE-ACCOUNT.
           IF WS-FS-ISAMFLE = '23'
              MOVE 'ACCOUNT NOT ON FILE' TO WS-REASON
           ELSE
              MOVE 'INQUIRY' TO WS-DISPOSITION
              ADD 1 TO WS-INQUIRY-COUNT
              PERFORM 062-PRINT-INQUIRY
           END-IF
           .
       062-PRINT-INQUIRY.
           IF LINE-COUNT + 24 > LINES-ON-PAGE
              MOVE 999 TO LINE-COUNT
           END-IF
           MOVE 2 TO LINE-SPACEING
           MOVE INQUIRY-RULE-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'ACCOUNT NUMBER    :' TO ITL-CAPTION
           MOVE SPACES            TO ITL-VALUE
           MOVE UM-ACCNT-NMBER    TO ITL-VALUE (1:5)
           IF UM-ACCOUNT-CLOSED
              MOVE 'CLOSED ON' TO ITL-VALUE (10:9)
              MOVE UM-CLOSE-DATE TO WS-DATE-WORK
              PERFORM 095-EDIT-DATE
              MOVE DATE-EDIT TO ITL-VALUE (20:10)
           ELSE
              MOVE 'ACTIVE'  TO ITL-VALUE (10:6)
           END-IF
           PERFORM 064-PRINT-TEXT-LINE
           MOVE 'CLIENT            :' TO ITL-CAPTION
           MOVE UM-CLIENT-NMBER   TO ITL-VALUE
           PERFORM 064-PRINT-TEXT-LINE
           MOVE 'SERVICE ADDRESS   :' TO ITL-CAPTION
           MOVE UM-ADDRESS        TO ITL-VALUE
           PERFORM 064-PRINT-TEXT-LINE
           MOVE UM-ENERGY-ACCNT   TO ISV-ENERGY-ACCNT
           MOVE UM-GAS-ACCNT      TO ISV-GAS-ACCNT
           MOVE UM-DSKF-NMBER     TO ISV-DSKF-NMBER
           MOVE 'SERVICE ACCOUNTS  :' TO ITL-CAPTION
           MOVE INQUIRY-SERVICE-VALUE TO ITL-VALUE
           PERFORM 064-PRINT-TEXT-LINE
           MOVE UM-LAST-BILL-NMBER TO IBV-BILL-NMBER
           MOVE UM-LAST-BILL-DATE TO WS-DATE-WORK
           PERFORM 095-EDIT-DATE
           MOVE DATE-EDIT         TO IBV-BILL-DATE
           MOVE UM-DUE-DATE       TO WS-DATE-WORK
           PERFORM 095-EDIT-DATE
           MOVE DATE-EDIT         TO IBV-DUE-DATE
           MOVE 'LAST BILL         :' TO ITL-CAPTION
           MOVE INQUIRY-BILL-VALUE TO ITL-VALUE
           PERFORM 064-PRINT-TEXT-LINE
           MOVE 'BILLING AMOUNT    :' TO IAL-CAPTION
           MOVE UM-BILLING-AMOUNT TO IAL-AMOUNT
           PERFORM 066-PRINT-AMOUNT-LINE
           MOVE '  ENERGY CHARGE   :' TO IAL-CAPTION
           MOVE UM-ENERGY-CHARGE  TO IAL-AMOUNT
           PERFORM 066-PRINT-AMOUNT-LINE
           MOVE '  GAS CHARGE      :' TO IAL-CAPTION
           MOVE UM-GAS-CHARGE     TO IAL-AMOUNT
           PERFORM 066-PRINT-AMOUNT-LINE
           MOVE 'PRIOR BALANCE     :' TO IAL-CAPTION
           MOVE UM-PRIOR-BALANCE  TO IAL-AMOUNT
           PERFORM 066-PRINT-AMOUNT-LINE
           MOVE 'PAYMENTS ON BILL  :' TO IAL-CAPTION
           MOVE UM-BILL-PAYMENTS  TO IAL-AMOUNT
           PERFORM 066-PRINT-AMOUNT-LINE
           MOVE 'PAYMENTS SINCE    :' TO IAL-CAPTION
           MOVE UM-PAYMENTS-SINCE-BILL TO IAL-AMOUNT
           PERFORM 066-PRINT-AMOUNT-LINE
           MOVE 'OPEN BALANCE      :' TO IAL-CAPTION
           MOVE UM-OPEN-BALANCE   TO IAL-AMOUNT
           PERFORM 066-PRINT-AMOUNT-LINE
           MOVE 'LAST PAYMENT      :' TO ITL-CAPTION
           MOVE UM-LAST-PAYMENT-DATE TO WS-DATE-WORK
           PERFORM 095-EDIT-DATE
           MOVE DATE-EDIT         TO ITL-VALUE
           PERFORM 064-PRINT-TEXT-LINE
           MOVE 'LAST MAINTAINED   :' TO ITL-CAPTION
           IF UM-MAINT-DATE IS NUMERIC AND UM-MAINT-DATE > ZERO
              MOVE UM-MAINT-DATE  TO WS-DATE-WORK
              PERFORM 095-EDIT-DATE
              MOVE DATE-EDIT      TO IMV-MAINT-DATE
              MOVE UM-MAINT-OPERATOR TO IMV-OPERATOR
              MOVE UM-MAINT-TRANS-CODE TO IMV-TRANS-CODE
              IF UM-MAINT-HELD
                 MOVE '  HELD AGAINST SAM-FILE' TO IMV-HOLD
              ELSE
                 MOVE SPACES      TO IMV-HOLD
              END-IF
              MOVE INQUIRY-MAINT-VALUE TO ITL-VALUE
           ELSE
              MOVE 'NEVER'        TO ITL-VALUE
           END-IF
           PERFORM 064-PRINT-TEXT-LINE
           MOVE 2 TO LINE-SPACEING
           MOVE LEDGER-HEADING-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           IF UM-LEDGER-BILL-NMBER (1) = SPACES
              MOVE LEDGER-EMPTY-LINE TO NEXT-REPORT-LINE
              PERFORM 9000-PRINT-REPORT-LINE
           ELSE
              PERFORM 068-PRINT-LEDGER-LINE
                  VARYING WS-LEDGER-SUB FROM 1 BY 1
                  UNTIL WS-LEDGER-SUB > 6
           END-IF
           MOVE INQUIRY-RULE-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           .
       064-PRINT-TEXT-LINE.
           MOVE INQUIRY-TEXT-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE SPACES TO ITL-VALUE
           .
       066-PRINT-AMOUNT-LINE.
           MOVE INQUIRY-AMOUNT-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           .
       068-PRINT-LEDGER-LINE.
           IF UM-LEDGER-BILL-NMBER (WS-LEDGER-SUB) NOT = SPACES
              MOVE UM-LEDGER-BILL-NMBER (WS-LEDGER-SUB)
                  TO LDL-BILL-NMBER
              MOVE UM-LEDGER-BILL-DATE (WS-LEDGER-SUB)
                  TO WS-DATE-WORK
              PERFORM 095-EDIT-DATE
              MOVE DATE-EDIT TO LDL-BILL-DATE
              MOVE UM-LEDGER-AMOUNT (WS-LEDGER-SUB) TO LDL-AMOUNT
              MOVE UM-LEDGER-OPEN (WS-LEDGER-SUB)   TO LDL-OPEN
              MOVE LEDGER-DETAIL-LINE TO NEXT-REPORT-LINE
              PERFORM 9000-PRINT-REPORT-LINE
           END-IF
           .
      *------------------------------------------------------*
      *    REPORTING WHAT BECAME OF THE TRANSACTION
      *------------------------------------------------------*
       070-PRINT-DISPOSITION.
           MOVE MT-TRANS-CODE   TO MDL-TRANS-CODE
           MOVE MT-ACCNT-NMBER  TO MDL-ACCNT
           MOVE WS-DISPOSITION  TO MDL-DISPOSITION
           MOVE WS-REASON       TO MDL-REASON
           MOVE MAINT-DETAIL-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           .
      *------------------------------------------------------*
      *    BEFORE AND AFTER IMAGES FOR THE AUDIT TRAIL
      *------------------------------------------------------*
       075-AUDIT-BEFORE.
           MOVE SPACES            TO AUDIT-RECORD
           MOVE 'B'               TO AU-IMAGE-TYPE
           MOVE UM-FANOUT-IMAGE   TO AU-MASTER-IMAGE
           MOVE UM-ACCOUNT-STATUS TO AU-ACCOUNT-STATUS
           PERFORM 078-WRITE-AUDIT-RECORD
           .
       076-AUDIT-EMPTY-BEFORE.
           MOVE SPACES            TO AUDIT-RECORD
           MOVE 'B'               TO AU-IMAGE-TYPE
           PERFORM 078-WRITE-AUDIT-RECORD
           .
       077-AUDIT-AFTER.
           MOVE SPACES            TO AUDIT-RECORD
           MOVE 'A'               TO AU-IMAGE-TYPE
           MOVE UM-FANOUT-IMAGE   TO AU-MASTER-IMAGE
           MOVE UM-ACCOUNT-STATUS TO AU-ACCOUNT-STATUS
           PERFORM 078-WRITE-AUDIT-RECORD
           .
       078-WRITE-AUDIT-RECORD.
           MOVE MT-TRANS-CODE     TO AU-TRANS-CODE
           MOVE WS-CURRENT-DATE   TO AU-RUN-DATE
           MOVE WS-CURRENT-TIME   TO AU-RUN-TIME
           MOVE WS-OPERATOR-ID    TO AU-OPERATOR-ID
           WRITE AUDIT-RECORD
           IF WS-FS-UTAUDIT NOT = '00'
              MOVE 'ERROR UPON RECORDING UTAUDIT' TO WS-MSG
              MOVE WS-FS-UTAUDIT TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
      *------------------------------------------------------*
      *    PRINTING THE CONTROL TOTALS
      *------------------------------------------------------*
       085-PRINT-CONTROL-TOTALS.
           MOVE 2 TO LINE-SPACEING
           MOVE 'TRANSACTIONS READ                      :'
               TO CCL-CAPTION
           MOVE WS-COUNTREAD        TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'ACCOUNTS ADDED                         :'
               TO CCL-CAPTION
           MOVE WS-ADD-COUNT        TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'ACCOUNTS CHANGED                       :'
               TO CCL-CAPTION
           MOVE WS-CHANGE-COUNT     TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'SERVICES OR ACCOUNTS CLOSED            :'
               TO CCL-CAPTION
           MOVE WS-CLOSE-COUNT      TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'INQUIRIES ANSWERED                     :'
               TO CCL-CAPTION
           MOVE WS-INQUIRY-COUNT    TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'TRANSACTIONS REJECTED                  :'
               TO CCL-CAPTION
           MOVE WS-REJECT-COUNT     TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'TRANSACTIONS DENIED TO OPERATOR        :'
               TO CCL-CAPTION
           MOVE WS-VIOLATION-COUNT  TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           .
       086-PRINT-COUNT-LINE.
           MOVE CONTROL-COUNT-LINE  TO NEXT-REPORT-LINE
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
           MOVE MAINT-TITLE-LINE     TO PRINT-LINE
           PERFORM 9120-WRITE-PRINT-LINE
           MOVE 2                    TO LINE-SPACEING
           MOVE MAINT-HEADING-LINE   TO PRINT-LINE
           PERFORM 9120-WRITE-PRINT-LINE
           MOVE 2                    TO LINE-SPACEING
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
           DISPLAY '*   QUICK REPORT ON MASTER MAINTENANCE    *'
           DISPLAY '*-----------------------------------------*'
           DISPLAY '* FILES READ        - UTMAINT: ' WS-COUNTREAD
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           DISPLAY '* ACCOUNTS ADDED              : ' WS-EDIT-COUNT
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           DISPLAY '* ACCOUNTS CHANGED            : ' WS-EDIT-COUNT
           MOVE WS-CLOSE-COUNT TO WS-EDIT-COUNT
           DISPLAY '* SERVICES/ACCOUNTS CLOSED    : ' WS-EDIT-COUNT
           MOVE WS-INQUIRY-COUNT TO WS-EDIT-COUNT
           DISPLAY '* INQUIRIES ANSWERED          : ' WS-EDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           DISPLAY '* TRANSACTIONS REJECTED       : ' WS-EDIT-COUNT
           MOVE WS-VIOLATION-COUNT TO WS-EDIT-COUNT
           DISPLAY '* OPERATOR AUTH VIOLATIONS    : ' WS-EDIT-COUNT
           DISPLAY '*-----------------------------------------*'
           PERFORM 055-CLOSE-FILE
           IF WS-COUNTREAD NOT = WS-ADD-COUNT + WS-CHANGE-COUNT
                 + WS-CLOSE-COUNT + WS-INQUIRY-COUNT
                 + WS-REJECT-COUNT + WS-VIOLATION-COUNT
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*  COUNT DISCREPANCY - MAINTENANCE RUN    *'
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*   ABNORMAL END OF TREI0016               *'
              DISPLAY '*-----------------------------------------*'
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*      NORMAL END OF TREI0016             *'
              DISPLAY '*-----------------------------------------*'
              IF WS-REJECT-COUNT > ZERO
                 OR WS-VIOLATION-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
      *------------------------------------------------------*
      *    PROCESS FOR CLOSING UP THE FILES
      *------------------------------------------------------*
       055-CLOSE-FILE.
           CLOSE MAINT-TRAN-FILE
           IF WS-FS-UTMAINT NOT = '00'
              MOVE 'ERROR UPON CLOSING UTMAINT' TO WS-MSG
              MOVE WS-FS-UTMAINT TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00'
              MOVE 'ERROR UPON CLOSING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE AUDIT-FILE
           IF WS-FS-UTAUDIT NOT = '00'
              MOVE 'ERROR UPON CLOSING UTAUDIT' TO WS-MSG
              MOVE WS-FS-UTAUDIT TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE OPER-VIOL-FILE
           IF WS-FS-OPERVIOL NOT = '00'
              MOVE 'ERROR UPON CLOSING OPERVIOL' TO WS-MSG
              MOVE WS-FS-OPERVIOL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE PRINT-FILE
           IF WS-FS-PRTLINE NOT = '00'
              MOVE 'ERROR UPON CLOSING PRTLINE' TO WS-MSG
              MOVE WS-FS-PRTLINE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
      *------------------------------------------------------*
      *    EDITING A YYYYMMDD DATE AS DD.MM.YYYY
      *------------------------------------------------------*
       095-EDIT-DATE.
           IF WS-DATE-WORK IS NOT NUMERIC
              MOVE ZERO TO WS-DATE-WORK
           END-IF
           MOVE WS-DATE-DAY   TO DTE-DAY
           MOVE WS-DATE-MONTH TO DTE-MONTH
           MOVE WS-DATE-YEAR  TO DTE-YEAR
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
           DISPLAY '* ABNORMAL END OF COBPGM TREI0016 *'
           DISPLAY '*---------------------------------*'
           STOP RUN .
      *---------------------------------------------------------*
       COPY DISTBANR.
