       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            TREI0015.
      *AUTHOR                 Mr. W. B. RIBEIRO
      *First written on       15.10.2026
      *------------------------------------------------------*
      * Remarks:  Cobol PGM ages the unpaid bills on the     *
      *           ISAM master into current, 30, 60 and 90    *
      *           day buckets, and lists the accounts over   *
      *           the parm age and amount as disconnect      *
      *           notice candidates for field service        *
      *-------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-FILE ASSIGN TO ISAMFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ISAM-ACCNT-NMBER
                  FILE STATUS IS WS-FS-ISAMFLE.
           SELECT DISCONNECT-FILE ASSIGN TO DISCONN
                  FILE STATUS IS WS-FS-DISCONN.
           SELECT PRINT-FILE ASSIGN TO PRTLINE
                  FILE STATUS IS WS-FS-PRTLINE.
           SELECT DIST-CATALOG-FILE ASSIGN TO DISTCTLG.
       DATA DIVISION.
       FILE SECTION.
       FD  ISAM-FILE
           LABEL RECORD STANDARD
           .
       01  ISAM-RECORD.
           05  ISAM-ACCNT-NMBER     PIC X(05).
           05  FILLER               PIC X(295).
      *------------------------------------------------------*
      *    DISCONNECT NOTICE CANDIDATE FOR FIELD SERVICE
       FD  DISCONNECT-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  DISCONNECT-RECORD.
           05  DN-ACCNT-NMBER       PIC X(05).
           05  DN-CLIENT-NMBER      PIC X(20).
           05  DN-ADDRESS           PIC X(20).
           05  DN-ENERGY-ACCNT      PIC X(05).
           05  DN-GAS-ACCNT         PIC X(05).
           05  DN-OLDEST-BILL-DATE  PIC 9(08).
           05  DN-DAYS-PAST-BILL    PIC 9(04).
           05  DN-AGED-AMOUNT       PIC 9(07)V99.
           05  DN-OPEN-BALANCE      PIC 9(07)V99.
           05  DN-AS-OF-DATE        PIC 9(08).
           05  FILLER               PIC X(07).
       FD  PRINT-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  PRINT-RECORD.
           05  PRINT-LINE           PIC X(132).
       FD  DIST-CATALOG-FILE
           RECORDING MODE IS F.
           COPY DISTCTLG.
       WORKING-STORAGE SECTION.
       COPY DISTBANW.
       01  WS-FLAG-AREA.
           05  WS-FS-ISAMFLE        PIC X(02).
           05  WS-FS-DISCONN        PIC X(02).
           05  WS-FS-PRTLINE        PIC X(02).
           05  WS-COUNTREAD         PIC 9(07).
           05  WS-ACCOUNTS-AGED     PIC 9(07).
           05  WS-ACCOUNTS-PAID-UP  PIC 9(07).
           05  WS-PAGE-NUMBER       PIC 9(05).
           05  WS-MSG               PIC X(30).
           05  WS-FS-MSG            PIC X(02).
           05  WS-REPORT-SW         PIC X(01).
               88  WS-AGING-PAGE        VALUE 'A'.
               88  WS-DISCONNECT-PAGE   VALUE 'D'.
           05  WS-LEDGER-SUB        PIC S9(02).
           05  WS-DISC-SUB          PIC 9(04).
           05  WS-DAYS-PAST         PIC S9(05).
           05  WS-OLDEST-DAYS       PIC S9(05).
           05  WS-OLDEST-DATE       PIC 9(08).
           05  WS-EDIT-COUNT        PIC ZZZZZZ9.
           05  WS-EDIT-AMOUNT       PIC ZZZ.ZZZ.ZZ9,99-.
           05  WS-DATE-WORK         PIC 9(08).
           05  WS-DATE-WORK-R       REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR     PIC 9(04).
               10  WS-DATE-MONTH    PIC 9(02).
               10  WS-DATE-DAY      PIC 9(02).
      *------------------------------------------------------*
      *    RUN PARAMETERS - MINIMUM AGE IN DAYS AND MINIMUM
      *    AGED AMOUNT FOR A DISCONNECT NOTICE, AND THE DATE
      *    THE BILLS ARE AGED AS OF (DEFAULT TODAY)
       01  WS-AGING-PARM.
           05  WS-PARM-AGE-DAYS     PIC 9(03).
           05  WS-PARM-AMOUNT       PIC 9(05)V99.
           05  WS-PARM-AS-OF-DATE   PIC 9(08).
      *------------------------------------------------------*
      *    ONE ACCOUNTS AGING, AND THE REPORT TOTALS
       01  WS-ACCOUNT-AGING.
           05  WS-AGE-CURRENT       PIC S9(7)V99 COMP-3.
           05  WS-AGE-30            PIC S9(7)V99 COMP-3.
           05  WS-AGE-60            PIC S9(7)V99 COMP-3.
           05  WS-AGE-90            PIC S9(7)V99 COMP-3.
           05  WS-AGE-CREDIT        PIC S9(7)V99 COMP-3.
           05  WS-AGED-AMOUNT       PIC S9(7)V99 COMP-3.
           05  WS-LEDGER-TOTAL      PIC S9(7)V99 COMP-3.
           05  WS-UNALLOCATED       PIC S9(7)V99 COMP-3.
       01  WS-AGING-TOTALS.
           05  WS-TOTAL-CURRENT     PIC S9(9)V99 COMP-3.
           05  WS-TOTAL-30          PIC S9(9)V99 COMP-3.
           05  WS-TOTAL-60          PIC S9(9)V99 COMP-3.
           05  WS-TOTAL-90          PIC S9(9)V99 COMP-3.
           05  WS-TOTAL-CREDIT      PIC S9(9)V99 COMP-3.
           05  WS-TOTAL-BALANCE     PIC S9(9)V99 COMP-3.
           05  WS-TOTAL-DISC-AGED   PIC S9(9)V99 COMP-3.
      *------------------------------------------------------*
      *    DISCONNECT CANDIDATES, LISTED AFTER THE AGING
       01  WS-DISC-TABLE.
           05  WS-DISC-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-DISC-ENTRY        OCCURS 1000 TIMES.
               10  WS-DISC-LINE         PIC X(132).
       COPY UTMAST.
      *------------------------------------------------------*
      *    AGING REPORT LINES
      *------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE     PIC X(132) VALUE SPACE.
       01  AGING-LINES.
           05  AGING-TITLE-LINE.
               10  FILLER           PIC X(44) VALUE SPACES.
               10  FILLER           PIC X(36)
                   VALUE '*** UTILITY RECEIVABLES AGING AS OF '.
               10  AGT-AS-OF-DATE   PIC X(10).
               10  FILLER           PIC X(42) VALUE ' ***'.
           05  AGING-HEADING-LINE.
               10  FILLER  PIC X(20) VALUE 'ACCNT  CLIENT       '.
               10  FILLER  PIC X(20) VALUE '         OLDEST BILL'.
               10  FILLER  PIC X(20) VALUE '      CURRENT     30'.
               10  FILLER  PIC X(20) VALUE '-59 DAYS     60-89 D'.
               10  FILLER  PIC X(20) VALUE 'AYS       90+ DAYS  '.
               10  FILLER  PIC X(20) VALUE '       CREDIT       '.
               10  FILLER  PIC X(12) VALUE ' BALANCE    '.
           05  AGING-DETAIL-LINE.
               10  ADL-ACCNT        PIC X(05).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  ADL-CLIENT       PIC X(20).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  ADL-OLDEST-DATE  PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  ADL-CURRENT      PIC Z.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  ADL-30           PIC Z.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  ADL-60           PIC Z.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  ADL-90           PIC Z.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  ADL-CREDIT       PIC Z.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  ADL-BALANCE      PIC Z.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(01) VALUE SPACES.
           05  AGING-TOTAL-LINE.
               10  FILLER           PIC X(14)
                   VALUE 'REPORT TOTALS'.
               10  ATL-ACCOUNTS     PIC ZZZZZZ9.
               10  FILLER           PIC X(18) VALUE ' ACCOUNTS'.
               10  ATL-CURRENT      PIC ZZZ.ZZZ.ZZ9,99-.
               10  ATL-30           PIC ZZZ.ZZZ.ZZ9,99-.
               10  ATL-60           PIC ZZZ.ZZZ.ZZ9,99-.
               10  ATL-90           PIC ZZZ.ZZZ.ZZ9,99-.
               10  ATL-CREDIT       PIC ZZZ.ZZZ.ZZ9,99-.
               10  ATL-BALANCE      PIC ZZZ.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(03) VALUE SPACES.
           05  AGING-EMPTY-LINE.
               10  FILLER           PIC X(44) VALUE SPACES.
               10  FILLER           PIC X(88)
                   VALUE 'NO UNPAID BILLS ON THE MASTER'.
      *------------------------------------------------------*
      *    DISCONNECT NOTICE CANDIDATE LINES
      *------------------------------------------------------*
       01  DISCONNECT-LINES.
           05  DISC-TITLE-LINE.
               10  FILLER           PIC X(44) VALUE SPACES.
               10  FILLER           PIC X(88)
                   VALUE '*** DISCONNECT NOTICE CANDIDATES ***'.
           05  DISC-CRITERIA-LINE.
               10  FILLER           PIC X(23)
                   VALUE 'ACCOUNTS WITH AT LEAST '.
               10  DCL-AMOUNT       PIC ZZ.ZZ9,99.
               10  FILLER           PIC X(24)
                   VALUE ' OPEN ON BILLS AT LEAST '.
               10  DCL-DAYS         PIC ZZ9.
               10  FILLER           PIC X(73)
                   VALUE ' DAYS OLD'.
           05  DISC-HEADING-LINE.
               10  FILLER  PIC X(20) VALUE 'ACCNT  CLIENT       '.
               10  FILLER  PIC X(20) VALUE '         SERVICE ADD'.
               10  FILLER  PIC X(20) VALUE 'RESS       ENERGY GA'.
               10  FILLER  PIC X(20) VALUE 'S    OLDEST BILL DAY'.
               10  FILLER  PIC X(20) VALUE 'S   AGED AMOUNT     '.
               10  FILLER  PIC X(20) VALUE '   BALANCE          '.
               10  FILLER  PIC X(12) VALUE SPACES.
           05  DISC-DETAIL-LINE.
               10  DDL-ACCNT        PIC X(05).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DDL-CLIENT       PIC X(20).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DDL-ADDRESS      PIC X(20).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DDL-ENERGY-ACCNT PIC X(05).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DDL-GAS-ACCNT    PIC X(05).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DDL-OLDEST-DATE  PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DDL-DAYS         PIC ZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DDL-AGED-AMOUNT  PIC Z.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DDL-BALANCE      PIC Z.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(21) VALUE SPACES.
           05  DISC-TOTAL-LINE.
               10  FILLER           PIC X(30)
                   VALUE 'DISCONNECT NOTICE CANDIDATES '.
               10  DTL-COUNT        PIC ZZZZZZ9.
               10  FILLER           PIC X(44) VALUE SPACES.
               10  DTL-AGED-AMOUNT  PIC ZZZ.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(36) VALUE SPACES.
           05  DISC-EMPTY-LINE.
               10  FILLER           PIC X(44) VALUE SPACES.
               10  FILLER           PIC X(88)
                   VALUE 'NO ACCOUNTS MEET THE DISCONNECT CRITERIA'.
           05  DATE-EDIT.
               10  DTE-DAY          PIC 9(02).
               10  FILLER           PIC X(01) VALUE '.'.
               10  DTE-MONTH        PIC 9(02).
               10  FILLER           PIC X(01) VALUE '.'.
               10  DTE-YEAR         PIC 9(04).
       COPY PRINTCTL.
       COPY STDHDR.
       PROCEDURE DIVISION.
      *------------------------------------------------------*
      *     MAIN PROCESS
      *------------------------------------------------------*
       000-TREI0015.
           PERFORM 000-MAINLINE
           PERFORM 030-PROCESS UNTIL WS-FS-ISAMFLE = '10'
           PERFORM 060-PRINT-AGING-TOTALS
           PERFORM 065-PRINT-DISCONNECT-LIST
           PERFORM 090-EXIT
           STOP RUN
           .
      *------------------------------------------------------*
      *     INITIAL PROCESSING
      *------------------------------------------------------*
       000-MAINLINE.
           INITIALIZE WS-FLAG-AREA
                      WS-AGING-TOTALS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 010-ACCEPT-PARM
           PERFORM 020-OPEN-FILE
           MOVE 'TREI0015' TO SHD-PROGRAM-ID
           PERFORM 9700-PRINT-BANNER-PAGE
           MOVE 'A' TO WS-REPORT-SW
           MOVE 999 TO LINE-COUNT
           PERFORM 025-READ-ISAM-FILE
           .
      *------------------------------------------------------*
      *    ACCEPTING THE AGE, AMOUNT AND AS-OF DATE
      *------------------------------------------------------*
       010-ACCEPT-PARM.
           MOVE SPACES TO WS-AGING-PARM
           ACCEPT WS-AGING-PARM
           IF WS-PARM-AGE-DAYS IS NOT NUMERIC
              OR WS-PARM-AGE-DAYS = ZERO
              MOVE 60 TO WS-PARM-AGE-DAYS
           END-IF
           IF WS-PARM-AMOUNT IS NOT NUMERIC
              OR WS-PARM-AMOUNT = ZERO
              MOVE 100 TO WS-PARM-AMOUNT
           END-IF
           IF WS-PARM-AS-OF-DATE IS NOT NUMERIC
              OR WS-PARM-AS-OF-DATE = ZERO
              ACCEPT WS-PARM-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-PARM-AS-OF-DATE TO WS-DATE-WORK
           PERFORM 095-EDIT-DATE
           MOVE DATE-EDIT          TO AGT-AS-OF-DATE
           MOVE WS-PARM-AMOUNT     TO DCL-AMOUNT
           MOVE WS-PARM-AGE-DAYS   TO DCL-DAYS
           .
      *------------------------------------------------------*
      *    PROCESS TO OPEN UP FILES
      *------------------------------------------------------*
       020-OPEN-FILE.
           OPEN  INPUT ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00'
              MOVE 'ERROR UPON OPENING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           OPEN OUTPUT DISCONNECT-FILE
           IF WS-FS-DISCONN NOT = '00'
              MOVE 'ERROR UPON OPENING DISCONN' TO WS-MSG
              MOVE WS-FS-DISCONN TO WS-FS-MSG
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
      *    READING THE ISAM MASTER IN ACCOUNT ORDER
      *------------------------------------------------------*
       025-READ-ISAM-FILE.
           READ  ISAM-FILE NEXT RECORD INTO UM-MASTER-RECORD
           IF WS-FS-ISAMFLE NOT = '00' AND '10'
              MOVE 'ERROR UPON READING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           ELSE
              IF WS-FS-ISAMFLE = '00'
                 ADD 1 TO WS-COUNTREAD
              END-IF
           END-IF
           .
      *------------------------------------------------------*
      *    PROCESSING - AGING ONE ACCOUNT
      *------------------------------------------------------*
       030-PROCESS.
           INITIALIZE WS-ACCOUNT-AGING
           MOVE ZERO TO WS-OLDEST-DAYS
                        WS-OLDEST-DATE
           PERFORM 035-AGE-ONE-BILL
               VARYING WS-LEDGER-SUB FROM 1 BY 1
               UNTIL WS-LEDGER-SUB > 6
      *
      *    WHAT THE LEDGER DOES NOT ACCOUNT FOR IS EITHER OWED
      *    ON BILLS OLDER THAN THE LEDGER, OR A CREDIT LEFT BY
      *    AN OVERPAYMENT
           COMPUTE WS-UNALLOCATED = UM-OPEN-BALANCE - WS-LEDGER-TOTAL
           IF WS-UNALLOCATED > ZERO
              ADD WS-UNALLOCATED TO WS-AGE-90
                                    WS-AGED-AMOUNT
           END-IF
           IF WS-UNALLOCATED < ZERO
              MOVE WS-UNALLOCATED TO WS-AGE-CREDIT
           END-IF
      *
           IF UM-OPEN-BALANCE = ZERO AND WS-LEDGER-TOTAL = ZERO
              ADD 1 TO WS-ACCOUNTS-PAID-UP
           ELSE
              PERFORM 040-PRINT-AGING-LINE
              IF WS-AGED-AMOUNT NOT < WS-PARM-AMOUNT
                 AND UM-OPEN-BALANCE NOT < WS-PARM-AMOUNT
                 PERFORM 045-RCORD-DISCONNECT
              END-IF
           END-IF
           PERFORM 025-READ-ISAM-FILE
           .
       035-AGE-ONE-BILL.
           IF UM-LEDGER-OPEN (WS-LEDGER-SUB) NOT = ZERO
              AND UM-LEDGER-BILL-DATE (WS-LEDGER-SUB) IS NUMERIC
              AND UM-LEDGER-BILL-DATE (WS-LEDGER-SUB) > ZERO
              COMPUTE WS-DAYS-PAST =
                  FUNCTION INTEGER-OF-DATE (WS-PARM-AS-OF-DATE)
                - FUNCTION INTEGER-OF-DATE
                      (UM-LEDGER-BILL-DATE (WS-LEDGER-SUB))
              IF WS-DAYS-PAST < ZERO
                 MOVE ZERO TO WS-DAYS-PAST
              END-IF
              ADD UM-LEDGER-OPEN (WS-LEDGER-SUB) TO WS-LEDGER-TOTAL
              EVALUATE TRUE
                 WHEN WS-DAYS-PAST < 30
                    ADD UM-LEDGER-OPEN (WS-LEDGER-SUB)
                        TO WS-AGE-CURRENT
                 WHEN WS-DAYS-PAST < 60
                    ADD UM-LEDGER-OPEN (WS-LEDGER-SUB) TO WS-AGE-30
                 WHEN WS-DAYS-PAST < 90
                    ADD UM-LEDGER-OPEN (WS-LEDGER-SUB) TO WS-AGE-60
                 WHEN OTHER
                    ADD UM-LEDGER-OPEN (WS-LEDGER-SUB) TO WS-AGE-90
              END-EVALUATE
              IF WS-DAYS-PAST NOT < WS-PARM-AGE-DAYS
                 ADD UM-LEDGER-OPEN (WS-LEDGER-SUB) TO WS-AGED-AMOUNT
              END-IF
              IF WS-DAYS-PAST NOT < WS-OLDEST-DAYS
                 MOVE WS-DAYS-PAST TO WS-OLDEST-DAYS
                 MOVE UM-LEDGER-BILL-DATE (WS-LEDGER-SUB)
                     TO WS-OLDEST-DATE
              END-IF
           END-IF
           .
      *------------------------------------------------------*
      *    PRINTING THE ACCOUNTS AGING LINE
      *------------------------------------------------------*
       040-PRINT-AGING-LINE.
           MOVE UM-ACCNT-NMBER    TO ADL-ACCNT
           MOVE UM-CLIENT-NMBER   TO ADL-CLIENT
           IF WS-OLDEST-DATE = ZERO
              MOVE SPACES         TO ADL-OLDEST-DATE
           ELSE
              MOVE WS-OLDEST-DATE TO WS-DATE-WORK
              PERFORM 095-EDIT-DATE
              MOVE DATE-EDIT      TO ADL-OLDEST-DATE
           END-IF
           MOVE WS-AGE-CURRENT    TO ADL-CURRENT
           MOVE WS-AGE-30         TO ADL-30
           MOVE WS-AGE-60         TO ADL-60
           MOVE WS-AGE-90         TO ADL-90
           MOVE WS-AGE-CREDIT     TO ADL-CREDIT
           MOVE UM-OPEN-BALANCE   TO ADL-BALANCE
           MOVE AGING-DETAIL-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           ADD 1                  TO WS-ACCOUNTS-AGED
           ADD WS-AGE-CURRENT     TO WS-TOTAL-CURRENT
           ADD WS-AGE-30          TO WS-TOTAL-30
           ADD WS-AGE-60          TO WS-TOTAL-60
           ADD WS-AGE-90          TO WS-TOTAL-90
           ADD WS-AGE-CREDIT      TO WS-TOTAL-CREDIT
           ADD UM-OPEN-BALANCE    TO WS-TOTAL-BALANCE
           .
      *------------------------------------------------------*
      *    RECORDING A DISCONNECT NOTICE CANDIDATE
      *------------------------------------------------------*
       045-RCORD-DISCONNECT.
           IF WS-DISC-COUNT = 1000
              MOVE 'ERROR:DISCONNECT TABLE FULL' TO WS-MSG
              MOVE SPACES TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           MOVE SPACES              TO DISCONNECT-RECORD
           MOVE UM-ACCNT-NMBER      TO DN-ACCNT-NMBER
           MOVE UM-CLIENT-NMBER     TO DN-CLIENT-NMBER
           MOVE UM-ADDRESS          TO DN-ADDRESS
           MOVE UM-ENERGY-ACCNT     TO DN-ENERGY-ACCNT
           MOVE UM-GAS-ACCNT        TO DN-GAS-ACCNT
           MOVE WS-OLDEST-DATE      TO DN-OLDEST-BILL-DATE
           MOVE WS-OLDEST-DAYS      TO DN-DAYS-PAST-BILL
           MOVE WS-AGED-AMOUNT      TO DN-AGED-AMOUNT
           MOVE UM-OPEN-BALANCE     TO DN-OPEN-BALANCE
           MOVE WS-PARM-AS-OF-DATE  TO DN-AS-OF-DATE
           WRITE DISCONNECT-RECORD
           IF WS-FS-DISCONN NOT = '00'
              MOVE 'ERROR UPON RECORDING DISCONN' TO WS-MSG
              MOVE WS-FS-DISCONN TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
      *
           MOVE UM-ACCNT-NMBER      TO DDL-ACCNT
           MOVE UM-CLIENT-NMBER     TO DDL-CLIENT
           MOVE UM-ADDRESS          TO DDL-ADDRESS
           MOVE UM-ENERGY-ACCNT     TO DDL-ENERGY-ACCNT
           MOVE UM-GAS-ACCNT        TO DDL-GAS-ACCNT
           MOVE ADL-OLDEST-DATE     TO DDL-OLDEST-DATE
           MOVE WS-OLDEST-DAYS      TO DDL-DAYS
           MOVE WS-AGED-AMOUNT      TO DDL-AGED-AMOUNT
           MOVE UM-OPEN-BALANCE     TO DDL-BALANCE
           ADD 1                    TO WS-DISC-COUNT
           MOVE DISC-DETAIL-LINE    TO WS-DISC-LINE (WS-DISC-COUNT)
           ADD WS-AGED-AMOUNT       TO WS-TOTAL-DISC-AGED
           .
      *------------------------------------------------------*
      *    PRINTING THE AGING TOTALS
      *------------------------------------------------------*
       060-PRINT-AGING-TOTALS.
           IF WS-ACCOUNTS-AGED = ZERO
              MOVE AGING-EMPTY-LINE TO NEXT-REPORT-LINE
              PERFORM 9000-PRINT-REPORT-LINE
           END-IF
           MOVE WS-ACCOUNTS-AGED    TO ATL-ACCOUNTS
           MOVE WS-TOTAL-CURRENT    TO ATL-CURRENT
           MOVE WS-TOTAL-30         TO ATL-30
           MOVE WS-TOTAL-60         TO ATL-60
           MOVE WS-TOTAL-90         TO ATL-90
           MOVE WS-TOTAL-CREDIT     TO ATL-CREDIT
           MOVE WS-TOTAL-BALANCE    TO ATL-BALANCE
           MOVE 2 TO LINE-SPACEING
           MOVE AGING-TOTAL-LINE    TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           .
      *------------------------------------------------------*
      *    PRINTING THE DISCONNECT NOTICE CANDIDATES
      *------------------------------------------------------*
       065-PRINT-DISCONNECT-LIST.
           MOVE 'D' TO WS-REPORT-SW
           MOVE 999 TO LINE-COUNT
           IF WS-DISC-COUNT = ZERO
              MOVE DISC-EMPTY-LINE TO NEXT-REPORT-LINE
              PERFORM 9000-PRINT-REPORT-LINE
           ELSE
              PERFORM 066-PRINT-DISCONNECT-LINE
                  VARYING WS-DISC-SUB FROM 1 BY 1
                  UNTIL WS-DISC-SUB > WS-DISC-COUNT
           END-IF
           MOVE WS-DISC-COUNT       TO DTL-COUNT
           MOVE WS-TOTAL-DISC-AGED  TO DTL-AGED-AMOUNT
           MOVE 2 TO LINE-SPACEING
           MOVE DISC-TOTAL-LINE     TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           .
       066-PRINT-DISCONNECT-LINE.
           MOVE WS-DISC-LINE (WS-DISC-SUB) TO NEXT-REPORT-LINE
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
           IF WS-AGING-PAGE
              MOVE AGING-TITLE-LINE  TO PRINT-LINE
              PERFORM 9120-WRITE-PRINT-LINE
              MOVE 2                 TO LINE-SPACEING
              MOVE AGING-HEADING-LINE TO PRINT-LINE
              PERFORM 9120-WRITE-PRINT-LINE
              MOVE 2                 TO LINE-SPACEING
           END-IF
           IF WS-DISCONNECT-PAGE
              MOVE DISC-TITLE-LINE   TO PRINT-LINE
              PERFORM 9120-WRITE-PRINT-LINE
              MOVE 2                 TO LINE-SPACEING
              MOVE DISC-CRITERIA-LINE TO PRINT-LINE
              PERFORM 9120-WRITE-PRINT-LINE
              MOVE 2                 TO LINE-SPACEING
              MOVE DISC-HEADING-LINE TO PRINT-LINE
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
           DISPLAY '*     QUICK REPORT ON RECEIVABLES AGING   *'
           DISPLAY '*-----------------------------------------*'
           DISPLAY '* FILES READ      - ISAM-FILE: ' WS-COUNTREAD
           MOVE WS-ACCOUNTS-AGED TO WS-EDIT-COUNT
           DISPLAY '* ACCOUNTS WITH A BALANCE     : ' WS-EDIT-COUNT
           MOVE WS-ACCOUNTS-PAID-UP TO WS-EDIT-COUNT
           DISPLAY '* ACCOUNTS PAID UP            : ' WS-EDIT-COUNT
           MOVE WS-DISC-COUNT TO WS-EDIT-COUNT
           DISPLAY '* DISCONNECT CANDIDATES       : ' WS-EDIT-COUNT
           MOVE WS-TOTAL-BALANCE TO WS-EDIT-AMOUNT
           DISPLAY '* TOTAL OPEN BALANCE          : ' WS-EDIT-AMOUNT
           MOVE WS-TOTAL-DISC-AGED TO WS-EDIT-AMOUNT
           DISPLAY '* AGED AMOUNT ON CANDIDATES   : ' WS-EDIT-AMOUNT
           DISPLAY '*-----------------------------------------*'
           PERFORM 055-CLOSE-FILE
           IF WS-COUNTREAD NOT =
              WS-ACCOUNTS-AGED + WS-ACCOUNTS-PAID-UP
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*  ACCOUNTS READ DO NOT BALANCE TO        *'
              DISPLAY '*  ACCOUNTS AGED AND PAID UP              *'
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*   ABNORMAL END OF TREI0015               *'
              DISPLAY '*-----------------------------------------*'
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*      NORMAL END OF TREI0015             *'
              DISPLAY '*-----------------------------------------*'
           END-IF
           .
      *------------------------------------------------------*
      *    PROCESS FOR CLOSING UP THE FILES
      *------------------------------------------------------*
       055-CLOSE-FILE.
           CLOSE ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00'
              MOVE 'ERROR UPON CLOSING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE DISCONNECT-FILE
           IF WS-FS-DISCONN NOT = '00'
              MOVE 'ERROR UPON CLOSING DISCONN' TO WS-MSG
              MOVE WS-FS-DISCONN TO WS-FS-MSG
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
           DISPLAY '* ABNORMAL END OF COBPGM TREI0015 *'
           DISPLAY '*---------------------------------*'
           STOP RUN .
      *---------------------------------------------------------*
       COPY DISTBANR.
