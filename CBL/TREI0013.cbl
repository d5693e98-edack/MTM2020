       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            TREI0013.
      *AUTHOR                 Mr. W. B. RIBEIRO
      *First written on       15.10.2026
      *------------------------------------------------------*
      * Remarks:  Cobol PGM prints the customer utility bill *
      *           one page per account from the DISKFIL      *
      *           written by TREI0012, with balances from    *
      *           the ISAM master, and proves its totals     *
      *           against the TREI0012 control record.  Bills *
      *           held by the TREI0017 review are not printed;*
      *           bills the billing clerks have released are  *
      *           printed after the cycle bills              *
      *-------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISKFIL ASSIGN TO UT-S-DISKFILJ
                  FILE STATUS IS WS-FS-DKFIL.
           SELECT ISAM-FILE ASSIGN TO ISAMFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ISAM-ACCNT-NMBER
                  FILE STATUS IS WS-FS-ISAMFLE.
           SELECT OPTIONAL BILL-DETAIL-FILE ASSIGN TO BILLDTL
                  FILE STATUS IS WS-FS-BILLDTL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO BILLHLDN
                  FILE STATUS IS WS-FS-BILLHLD.
           SELECT CONTROL-FILE ASSIGN TO TREICTL
                  FILE STATUS IS WS-FS-TREICTL.
           SELECT PRINT-FILE ASSIGN TO PRTLINE
                  FILE STATUS IS WS-FS-PRTLINE.
           SELECT DIST-CATALOG-FILE ASSIGN TO DISTCTLG.
       DATA DIVISION.
       FILE SECTION.
       FD  DISKFIL
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  REG-DISKFIL              PIC X(80).
       FD  ISAM-FILE
           LABEL RECORD STANDARD
           .
       01  ISAM-RECORD.
           05  ISAM-ACCNT-NMBER     PIC X(05).
           05  FILLER               PIC X(295).
       FD  BILL-DETAIL-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  BILL-DETAIL-RECORD       PIC X(150).
       FD  HOLD-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  HOLD-RECORD              PIC X(320).
       FD  CONTROL-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  CONTROL-RECORD           PIC X(80).
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
           05  WS-FS-DKFIL          PIC X(02).
           05  WS-FS-ISAMFLE        PIC X(02).
           05  WS-FS-BILLDTL        PIC X(02).
           05  WS-FS-TREICTL        PIC X(02).
           05  WS-FS-BILLHLD        PIC X(02).
           05  WS-FS-PRTLINE        PIC X(02).
           05  WS-COUNTREAD         PIC 9(05).
           05  WS-BILLS-PRINTED     PIC 9(07).
           05  WS-ESTIMATED-BILLS   PIC 9(05).
           05  WS-NO-MASTER-COUNT   PIC 9(05).
           05  WS-BILLS-HELD        PIC 9(07).
           05  WS-RELEASED-PRINTED  PIC 9(07).
           05  WS-DOLLARS-HELD      PIC S9(9)V99 COMP-3.
           05  WS-RELEASED-DOLLARS  PIC S9(9)V99 COMP-3.
           05  WS-DOLLARS-BILLED    PIC S9(9)V99 COMP-3.
           05  WS-AMOUNT-DUE-TOTAL  PIC S9(9)V99 COMP-3.
           05  WS-AMOUNT-DUE        PIC S9(7)V99 COMP-3.
           05  WS-PAGE-NUMBER       PIC 9(05).
           05  WS-MSG               PIC X(30).
           05  WS-FS-MSG            PIC X(02).
           05  WS-BALANCED-SW       PIC X(01).
           05  WS-MASTER-FOUND-SW   PIC X(01).
           05  WS-DETAIL-FOUND-SW   PIC X(01).
           05  WS-BILL-PAGE-SW      PIC X(01).
           05  WS-RELEASED-BILL-SW  PIC X(01).
           05  WS-HOLD-FOUND-SW     PIC X(01).
           05  WS-SVC-SUB           PIC 9(01).
           05  WS-EDIT-COUNT        PIC ZZZZZZ9.
           05  WS-EDIT-AMOUNT       PIC ZZZ.ZZZ.ZZ9,99-.
           05  WS-DATE-WORK         PIC 9(08).
           05  WS-DATE-WORK-R       REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR     PIC 9(04).
               10  WS-DATE-MONTH    PIC 9(02).
               10  WS-DATE-DAY      PIC 9(02).
      *------------------------------------------------------*
      *    READINGS AND THE ESTIMATED FLAG FROM THE TREI0011
      *    BILL DETAIL, WHEN THE CYCLE WAS BILLED BY TREI0011
       01  WS-DETAIL-TABLE.
           05  WS-DETAIL-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-DETAIL-ENTRY      OCCURS 500 TIMES
                   INDEXED BY WS-DETAIL-INDEX.
               10  WS-DETAIL-ACCNT      PIC X(05) VALUE SPACES.
               10  WS-DETAIL-IMAGE      PIC X(150).
      *------------------------------------------------------*
      *    BILLS ON THE TREI0017 HOLD FILE - HELD, SENT FOR A
      *    RE-READ, OR RELEASED BY THE BILLING CLERKS
       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-HOLD-ENTRY        OCCURS 500 TIMES
                   INDEXED BY WS-HOLD-INDEX.
               10  WS-HOLD-KEY          PIC X(10) VALUE SPACES.
               10  WS-HOLD-PRINTED-SW   PIC X(01) VALUE 'N'.
               10  WS-HOLD-IMAGE        PIC X(320).
       01  WS-HOLD-SEARCH-KEY.
           05  WS-HSK-ACCNT         PIC X(05).
           05  WS-HSK-BILL          PIC X(05).
       COPY UTBILDTL.
       COPY UTMAST.
       COPY UTBHOLD.
       COPY UTCTLREC.
       01  WS-DISKFILL.
           05  WS-ACCNT-NMBER2    PIC X(05) VALUE SPACES.
           05  WS-CLIENT-NMBER2   PIC X(20) VALUE SPACES.
           05  WS-ADDRESS2        PIC X(20) VALUE SPACES.
           05  WS-DSKF-NMBER2     PIC X(05) VALUE SPACES.
           05  WS-GAS-ACCNT2      PIC X(05) VALUE SPACES.
           05  WS-BILL-NMBER2     PIC X(05) VALUE SPACES.
           05  WS-ENERGY-ACCNT2   PIC X(05) VALUE SPACES.
           05  WS-BILLING-AMOUNT2 PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-ENERGY-CHARGE2  PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-GAS-CHARGE2     PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-RESERVED2       PIC X(03) VALUE SPACES.
      *------------------------------------------------------*
      *    BILL PAGE LINES
      *------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE     PIC X(80) VALUE SPACE.
       01  BILL-LINES.
           05  BILL-TITLE-LINE.
               10  FILLER           PIC X(27) VALUE SPACES.
               10  FILLER           PIC X(26)
                   VALUE '*** CUSTOMER UTILITY BILL '.
               10  FILLER           PIC X(27) VALUE '***'.
           05  BILL-ACCOUNT-LINE.
               10  FILLER           PIC X(18)
                   VALUE 'ACCOUNT NUMBER  : '.
               10  BAL-ACCNT-NMBER  PIC X(05).
               10  FILLER           PIC X(12) VALUE SPACES.
               10  FILLER           PIC X(14) VALUE 'BILL NUMBER : '.
               10  BAL-BILL-NMBER   PIC X(05).
               10  FILLER           PIC X(26) VALUE SPACES.
           05  BILL-CLIENT-LINE.
               10  FILLER           PIC X(18)
                   VALUE 'CLIENT          : '.
               10  BCL-CLIENT-NMBER PIC X(20).
               10  FILLER           PIC X(42) VALUE SPACES.
           05  BILL-ADDRESS-LINE.
               10  FILLER           PIC X(18)
                   VALUE 'SERVICE ADDRESS : '.
               10  BDL-ADDRESS      PIC X(20).
               10  FILLER           PIC X(42) VALUE SPACES.
           05  BILL-DATE-LINE.
               10  FILLER           PIC X(18)
                   VALUE 'BILL DATE       : '.
               10  BDT-BILL-DATE.
                   15  BDT-BILL-DAY     PIC 9(02).
                   15  FILLER           PIC X(01) VALUE '.'.
                   15  BDT-BILL-MONTH   PIC 9(02).
                   15  FILLER           PIC X(01) VALUE '.'.
                   15  BDT-BILL-YEAR    PIC 9(04).
               10  FILLER           PIC X(07) VALUE SPACES.
               10  FILLER           PIC X(14) VALUE 'DUE DATE    : '.
               10  BDT-DUE-DATE.
                   15  BDT-DUE-DAY      PIC 9(02).
                   15  FILLER           PIC X(01) VALUE '.'.
                   15  BDT-DUE-MONTH    PIC 9(02).
                   15  FILLER           PIC X(01) VALUE '.'.
                   15  BDT-DUE-YEAR     PIC 9(04).
               10  FILLER           PIC X(21) VALUE SPACES.
           05  SERVICE-HEADING-LINE.
               10  FILLER  PIC X(20) VALUE 'SERVICE   ACCOUNT   '.
               10  FILLER  PIC X(20) VALUE 'READING       PRIOR '.
               10  FILLER  PIC X(20) VALUE '  CURRENT     USAGE '.
               10  FILLER  PIC X(20) VALUE '          CHARGES   '.
           05  SERVICE-LINE.
               10  SVL-SERVICE      PIC X(10).
               10  SVL-ACCNT        PIC X(05).
               10  FILLER           PIC X(05) VALUE SPACES.
               10  SVL-READ-TYPE    PIC X(10).
               10  SVL-PRIOR        PIC ZZZZZZZ9.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  SVL-CURRENT      PIC ZZZZZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  SVL-USAGE        PIC ZZZZZZ9.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  SVL-CHARGE       PIC ZZZ.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(06) VALUE SPACES.
           05  NO-SERVICE-LINE.
               10  NSL-SERVICE      PIC X(10).
               10  FILLER           PIC X(70)
                   VALUE 'NOT SUPPLIED AT THIS ADDRESS'.
           05  RELEASED-LINE.
               10  FILLER           PIC X(20) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE '** BILL RELEASED AFTER BILLING REVIEW '.
               10  FILLER           PIC X(20) VALUE '**'.
           05  ESTIMATED-LINE.
               10  FILLER           PIC X(20) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE '** THIS BILL INCLUDES AN ESTIMATED READ '.
               10  FILLER           PIC X(20) VALUE '**'.
           05  AMOUNT-LINE.
               10  AML-CAPTION      PIC X(25).
               10  FILLER           PIC X(40) VALUE SPACES.
               10  AML-AMOUNT       PIC ZZZ.ZZZ.ZZ9,99-.
           05  PAY-BY-LINE.
               10  FILLER           PIC X(20)
                   VALUE 'PLEASE PAY BY       '.
               10  PBL-DUE-DATE     PIC X(10).
               10  FILLER           PIC X(50) VALUE SPACES.
      *------------------------------------------------------*
      *    CONTROL TOTALS PAGE
      *------------------------------------------------------*
       01  CONTROL-LINES.
           05  CONTROL-TITLE-LINE.
               10  FILLER           PIC X(24) VALUE SPACES.
               10  FILLER           PIC X(32)
                   VALUE '*** BILL PRINT CONTROL TOTALS **'.
               10  FILLER           PIC X(24) VALUE '*'.
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
                   VALUE 'BILL PRINT AGAINST TREI0012 CONTROLS  : '.
               10  CSL-STATUS       PIC X(20).
               10  FILLER           PIC X(20) VALUE SPACES.
       COPY PRINTCTL.
       COPY STDHDR.
       PROCEDURE DIVISION.
      *------------------------------------------------------*
      *     MAIN PROCESS
      *------------------------------------------------------*
       000-TREI0013.
           PERFORM 000-MAINLINE
           PERFORM 030-PROCESS UNTIL WS-FS-DKFIL = '10'
           PERFORM 040-PRINT-RELEASED-BILL
               VARYING WS-HOLD-INDEX FROM 1 BY 1
                   UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
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
           PERFORM 010-READ-CONTROL-RECORD
           PERFORM 015-LOAD-BILL-DETAIL
           PERFORM 018-LOAD-HOLD-FILE
           PERFORM 020-OPEN-FILE
           MOVE 'TREI0013' TO SHD-PROGRAM-ID
           PERFORM 9700-PRINT-BANNER-PAGE
           PERFORM 025-READ-DISKFIL
           .
      *------------------------------------------------------*
      *    READING THE TREI0012 CONTROL TOTALS
      *------------------------------------------------------*
       010-READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE
           IF WS-FS-TREICTL NOT = '00'
              MOVE 'ERROR UPON OPENING TREICTL' TO WS-MSG
              MOVE WS-FS-TREICTL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           READ CONTROL-FILE INTO CT-CONTROL-RECORD
           IF WS-FS-TREICTL NOT = '00'
              MOVE 'ERROR UPON READING TREICTL' TO WS-MSG
              MOVE WS-FS-TREICTL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE CONTROL-FILE
           .
      *------------------------------------------------------*
      *    LOADING THE BILL DETAIL FOR READINGS AND ESTIMATES
      *------------------------------------------------------*
       015-LOAD-BILL-DETAIL.
           OPEN INPUT BILL-DETAIL-FILE
           IF WS-FS-BILLDTL NOT = '00' AND '05'
              MOVE 'ERROR UPON OPENING BILLDTL' TO WS-MSG
              MOVE WS-FS-BILLDTL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           PERFORM 016-READ-BILL-DETAIL
           PERFORM 017-STORE-BILL-DETAIL
               UNTIL WS-FS-BILLDTL = '10'
           CLOSE BILL-DETAIL-FILE
           .
       016-READ-BILL-DETAIL.
           READ BILL-DETAIL-FILE
           IF WS-FS-BILLDTL NOT = '00' AND '10'
              MOVE 'ERROR UPON READING BILLDTL' TO WS-MSG
              MOVE WS-FS-BILLDTL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
       017-STORE-BILL-DETAIL.
           IF WS-DETAIL-COUNT = 500
              MOVE 'ERROR:BILL DETAIL TABLE FULL' TO WS-MSG
              MOVE SPACES TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           SET WS-DETAIL-INDEX TO WS-DETAIL-COUNT
           MOVE BILL-DETAIL-RECORD (1:5)
               TO WS-DETAIL-ACCNT (WS-DETAIL-INDEX)
           MOVE BILL-DETAIL-RECORD
               TO WS-DETAIL-IMAGE (WS-DETAIL-INDEX)
           PERFORM 016-READ-BILL-DETAIL
           .
      *------------------------------------------------------*
      *    LOADING THE BILLS HELD OR RELEASED BY THE REVIEW
      *------------------------------------------------------*
       018-LOAD-HOLD-FILE.
           OPEN INPUT HOLD-FILE
           IF WS-FS-BILLHLD NOT = '00' AND '05'
              MOVE 'ERROR UPON OPENING BILLHLDN' TO WS-MSG
              MOVE WS-FS-BILLHLD TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           PERFORM 019-READ-HOLD-FILE
           PERFORM 019-STORE-HOLD
               UNTIL WS-FS-BILLHLD = '10'
           CLOSE HOLD-FILE
           .
       019-READ-HOLD-FILE.
           READ HOLD-FILE
           IF WS-FS-BILLHLD NOT = '00' AND '10'
              MOVE 'ERROR UPON READING BILLHLDN' TO WS-MSG
              MOVE WS-FS-BILLHLD TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
       019-STORE-HOLD.
           IF WS-HOLD-COUNT = 500
              MOVE 'ERROR:BILL HOLD TABLE FULL' TO WS-MSG
              MOVE SPACES TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           SET WS-HOLD-INDEX TO WS-HOLD-COUNT
           MOVE HOLD-RECORD (1:10) TO WS-HOLD-KEY (WS-HOLD-INDEX)
           MOVE 'N'                TO WS-HOLD-PRINTED-SW (WS-HOLD-INDEX)
           MOVE HOLD-RECORD        TO WS-HOLD-IMAGE (WS-HOLD-INDEX)
           PERFORM 019-READ-HOLD-FILE
           .
      *------------------------------------------------------*
      *    PROCESS TO OPEN UP FILES
      *------------------------------------------------------*
       020-OPEN-FILE.
           OPEN  INPUT DISKFIL
           IF WS-FS-DKFIL NOT = '00'
              MOVE 'ERROR UPON OPENING DISKFIL' TO WS-MSG
              MOVE WS-FS-DKFIL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           OPEN  INPUT ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00'
              MOVE 'ERROR UPON OPENING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
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
      *    READING THE CYCLE DISKFIL
      *------------------------------------------------------*
       025-READ-DISKFIL.
           READ  DISKFIL INTO WS-DISKFILL
           IF WS-FS-DKFIL NOT = '00' AND '10'
              MOVE 'ERROR UPON READING DISKFIL' TO WS-MSG
              MOVE WS-FS-DKFIL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           ELSE
              IF WS-FS-DKFIL = '00'
                 ADD 1 TO WS-COUNTREAD
              END-IF
           END-IF
           .
      *------------------------------------------------------*
      *    PROCESSING - ONE BILL PAGE PER ACCOUNT
      *------------------------------------------------------*
       030-PROCESS.
           MOVE WS-ACCNT-NMBER2 TO WS-HSK-ACCNT
           MOVE WS-BILL-NMBER2  TO WS-HSK-BILL
           PERFORM 038-FIND-HOLD
           IF WS-HOLD-FOUND-SW = 'Y' AND NOT BH-RELEASED
              ADD 1                  TO WS-BILLS-HELD
              ADD WS-BILLING-AMOUNT2 TO WS-DOLLARS-HELD
              DISPLAY '* HELD FROM PRINT : ' WS-ACCNT-NMBER2 ' '
                  WS-BILL-NMBER2 ' ' BH-HOLD-REASON
           ELSE
              IF WS-HOLD-FOUND-SW = 'Y'
                 MOVE 'Y' TO WS-HOLD-PRINTED-SW (WS-HOLD-INDEX)
              END-IF
              MOVE 'N' TO WS-RELEASED-BILL-SW
              PERFORM 033-FIND-BILL-DETAIL
              PERFORM 031-PRINT-BILL-PAGE
              ADD 1                  TO WS-BILLS-PRINTED
              ADD WS-BILLING-AMOUNT2 TO WS-DOLLARS-BILLED
           END-IF
           PERFORM 025-READ-DISKFIL
           .
      *------------------------------------------------------*
      *    PRINTING THE BILL PAGE OF ONE ACCOUNT
      *------------------------------------------------------*
       031-PRINT-BILL-PAGE.
           PERFORM 032-READ-MASTER
           MOVE 'Y' TO WS-BILL-PAGE-SW
           MOVE 999 TO LINE-COUNT
      *
           MOVE WS-ACCNT-NMBER2  TO BAL-ACCNT-NMBER
           MOVE WS-BILL-NMBER2   TO BAL-BILL-NMBER
           MOVE BILL-ACCOUNT-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE WS-CLIENT-NMBER2 TO BCL-CLIENT-NMBER
           MOVE BILL-CLIENT-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE WS-ADDRESS2      TO BDL-ADDRESS
           MOVE BILL-ADDRESS-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE UM-LAST-BILL-DATE TO WS-DATE-WORK
           MOVE WS-DATE-DAY      TO BDT-BILL-DAY
           MOVE WS-DATE-MONTH    TO BDT-BILL-MONTH
           MOVE WS-DATE-YEAR     TO BDT-BILL-YEAR
           MOVE UM-DUE-DATE      TO WS-DATE-WORK
           MOVE WS-DATE-DAY      TO BDT-DUE-DAY
           MOVE WS-DATE-MONTH    TO BDT-DUE-MONTH
           MOVE WS-DATE-YEAR     TO BDT-DUE-YEAR
           MOVE BILL-DATE-LINE   TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
      *
           MOVE 2 TO LINE-SPACEING
           MOVE SERVICE-HEADING-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 1 TO WS-SVC-SUB
           MOVE 'ENERGY'          TO SVL-SERVICE
           MOVE WS-ENERGY-ACCNT2  TO SVL-ACCNT
           MOVE WS-ENERGY-CHARGE2 TO SVL-CHARGE
           PERFORM 035-PRINT-SERVICE-LINE
           MOVE 2 TO WS-SVC-SUB
           MOVE 'GAS'             TO SVL-SERVICE
           MOVE WS-GAS-ACCNT2     TO SVL-ACCNT
           MOVE WS-GAS-CHARGE2    TO SVL-CHARGE
           PERFORM 035-PRINT-SERVICE-LINE
           IF WS-DETAIL-FOUND-SW = 'Y' AND UB-BILL-ESTIMATED
              MOVE 2 TO LINE-SPACEING
              MOVE ESTIMATED-LINE TO NEXT-REPORT-LINE
              PERFORM 9000-PRINT-REPORT-LINE
              ADD 1 TO WS-ESTIMATED-BILLS
           END-IF
           IF WS-RELEASED-BILL-SW = 'Y'
              MOVE 2 TO LINE-SPACEING
              MOVE RELEASED-LINE TO NEXT-REPORT-LINE
              PERFORM 9000-PRINT-REPORT-LINE
           END-IF
      *
           COMPUTE WS-AMOUNT-DUE = UM-PRIOR-BALANCE
               - UM-BILL-PAYMENTS + WS-BILLING-AMOUNT2
           MOVE 2 TO LINE-SPACEING
           MOVE 'PRIOR BALANCE'     TO AML-CAPTION
           MOVE UM-PRIOR-BALANCE    TO AML-AMOUNT
           PERFORM 036-PRINT-AMOUNT-LINE
           MOVE 'PAYMENTS RECEIVED' TO AML-CAPTION
           MOVE UM-BILL-PAYMENTS    TO AML-AMOUNT
           PERFORM 036-PRINT-AMOUNT-LINE
           MOVE 'CURRENT CHARGES'   TO AML-CAPTION
           MOVE WS-BILLING-AMOUNT2  TO AML-AMOUNT
           PERFORM 036-PRINT-AMOUNT-LINE
           MOVE 2 TO LINE-SPACEING
           MOVE 'AMOUNT DUE'        TO AML-CAPTION
           MOVE WS-AMOUNT-DUE       TO AML-AMOUNT
           PERFORM 036-PRINT-AMOUNT-LINE
           MOVE 2 TO LINE-SPACEING
           MOVE BDT-DUE-DATE        TO PBL-DUE-DATE
           MOVE PAY-BY-LINE         TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
      *
           ADD WS-AMOUNT-DUE        TO WS-AMOUNT-DUE-TOTAL
           .
      *------------------------------------------------------*
      *    READING THE ACCOUNTS BALANCES FROM THE ISAM MASTER
      *------------------------------------------------------*
       032-READ-MASTER.
           MOVE WS-ACCNT-NMBER2 TO ISAM-ACCNT-NMBER
           READ ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00' AND '23'
              MOVE 'ERROR UPON READING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           IF WS-FS-ISAMFLE = '00'
              MOVE 'Y' TO WS-MASTER-FOUND-SW
              MOVE ISAM-RECORD TO UM-MASTER-RECORD
           ELSE
              MOVE 'N' TO WS-MASTER-FOUND-SW
              MOVE SPACES TO UM-MASTER-RECORD
              INITIALIZE UM-RECEIVABLES
              ADD 1 TO WS-NO-MASTER-COUNT
              DISPLAY '* NOT ON ISAM MASTER: ' WS-ACCNT-NMBER2
           END-IF
           .
      *------------------------------------------------------*
      *    LOOKING UP THE ACCOUNTS BILL DETAIL
      *------------------------------------------------------*
       033-FIND-BILL-DETAIL.
           MOVE 'N' TO WS-DETAIL-FOUND-SW
           SET WS-DETAIL-INDEX TO 1
           SEARCH WS-DETAIL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-DETAIL-ACCNT (WS-DETAIL-INDEX) = WS-ACCNT-NMBER2
                 MOVE 'Y' TO WS-DETAIL-FOUND-SW
                 MOVE WS-DETAIL-IMAGE (WS-DETAIL-INDEX)
                     TO UB-BILL-DETAIL
           END-SEARCH
           .
      *------------------------------------------------------*
      *    LOOKING UP THE BILL ON THE REVIEW HOLD FILE
      *------------------------------------------------------*
       038-FIND-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-SW
           SET WS-HOLD-INDEX TO 1
           SEARCH WS-HOLD-ENTRY
              AT END
                 CONTINUE
              WHEN WS-HOLD-KEY (WS-HOLD-INDEX) = WS-HOLD-SEARCH-KEY
                 MOVE 'Y' TO WS-HOLD-FOUND-SW
                 MOVE WS-HOLD-IMAGE (WS-HOLD-INDEX) TO BH-BILL-HOLD
           END-SEARCH
           .
      *------------------------------------------------------*
      *    PRINTING A BILL FROM AN EARLIER CYCLE THAT THE
      *    BILLING CLERKS HAVE RELEASED FROM THE REVIEW HOLD
      *------------------------------------------------------*
       040-PRINT-RELEASED-BILL.
           MOVE WS-HOLD-IMAGE (WS-HOLD-INDEX) TO BH-BILL-HOLD
           IF BH-RELEASED
              AND WS-HOLD-PRINTED-SW (WS-HOLD-INDEX) = 'N'
              MOVE BH-DISKFIL-IMAGE TO WS-DISKFILL
              IF BH-DETAIL-IMAGE = SPACES
                 MOVE 'N' TO WS-DETAIL-FOUND-SW
              ELSE
                 MOVE 'Y' TO WS-DETAIL-FOUND-SW
                 MOVE BH-DETAIL-IMAGE TO UB-BILL-DETAIL
              END-IF
              MOVE 'Y' TO WS-RELEASED-BILL-SW
              PERFORM 031-PRINT-BILL-PAGE
              MOVE 'Y' TO WS-HOLD-PRINTED-SW (WS-HOLD-INDEX)
              ADD 1                  TO WS-RELEASED-PRINTED
              ADD WS-BILLING-AMOUNT2 TO WS-RELEASED-DOLLARS
           END-IF
           .
      *------------------------------------------------------*
      *    PRINTING ONE SERVICE LINE OF THE BILL
      *------------------------------------------------------*
       035-PRINT-SERVICE-LINE.
           MOVE SPACES TO SVL-READ-TYPE
           MOVE ZERO   TO SVL-PRIOR SVL-CURRENT SVL-USAGE
           IF WS-DETAIL-FOUND-SW = 'Y'
              EVALUATE TRUE
                 WHEN UB-ACTUAL-READ (WS-SVC-SUB)
                    MOVE 'ACTUAL'    TO SVL-READ-TYPE
                 WHEN UB-METER-ESTIMATE (WS-SVC-SUB)
                    MOVE 'ESTIMATED' TO SVL-READ-TYPE
                 WHEN UB-SYSTEM-ESTIMATE (WS-SVC-SUB)
                    MOVE 'ESTIMATED' TO SVL-READ-TYPE
              END-EVALUATE
              MOVE UB-PRIOR-READING (WS-SVC-SUB)   TO SVL-PRIOR
              MOVE UB-CURRENT-READING (WS-SVC-SUB) TO SVL-CURRENT
              MOVE UB-USAGE (WS-SVC-SUB)           TO SVL-USAGE
           END-IF
           IF SVL-ACCNT = SPACES
              MOVE SVL-SERVICE     TO NSL-SERVICE
              MOVE NO-SERVICE-LINE TO NEXT-REPORT-LINE
           ELSE
              MOVE SERVICE-LINE    TO NEXT-REPORT-LINE
           END-IF
           PERFORM 9000-PRINT-REPORT-LINE
           .
       036-PRINT-AMOUNT-LINE.
           MOVE AMOUNT-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           .
      *------------------------------------------------------*
      *    PROVING THE RUN AGAINST THE TREI0012 CONTROLS
      *------------------------------------------------------*
       070-PRINT-CONTROL-TOTALS.
           IF WS-BILLS-PRINTED + WS-BILLS-HELD = CT-DISKFIL-RECORDED
              AND WS-DOLLARS-BILLED + WS-DOLLARS-HELD
                      = CT-BILLING-TOTAL
              AND CT-RECONCILED
              MOVE 'Y'           TO WS-BALANCED-SW
              MOVE 'IN BALANCE'  TO CSL-STATUS
           ELSE
              MOVE 'N'           TO WS-BALANCED-SW
              MOVE 'OUT OF BALANCE' TO CSL-STATUS
           END-IF
           MOVE 'N' TO WS-BILL-PAGE-SW
           MOVE 999 TO LINE-COUNT
           MOVE CONTROL-TITLE-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 2 TO LINE-SPACEING
           MOVE 'TREI0012 DISKFIL RECORDS RECONCILED    :'
               TO CCL-CAPTION
           MOVE CT-DISKFIL-RECORDED TO CCL-COUNT
           MOVE CONTROL-COUNT-LINE  TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'BILLS PRINTED                          :'
               TO CCL-CAPTION
           MOVE WS-BILLS-PRINTED    TO CCL-COUNT
           MOVE CONTROL-COUNT-LINE  TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'BILLS HELD BY THE BILLING REVIEW       :'
               TO CCL-CAPTION
           MOVE WS-BILLS-HELD       TO CCL-COUNT
           MOVE CONTROL-COUNT-LINE  TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'RELEASED BILLS OF EARLIER CYCLES       :'
               TO CCL-CAPTION
           MOVE WS-RELEASED-PRINTED TO CCL-COUNT
           MOVE CONTROL-COUNT-LINE  TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'BILLS FLAGGED ESTIMATED                :'
               TO CCL-CAPTION
           MOVE WS-ESTIMATED-BILLS  TO CCL-COUNT
           MOVE CONTROL-COUNT-LINE  TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'ACCOUNTS NOT ON ISAM MASTER            :'
               TO CCL-CAPTION
           MOVE WS-NO-MASTER-COUNT  TO CCL-COUNT
           MOVE CONTROL-COUNT-LINE  TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 2 TO LINE-SPACEING
           MOVE 'TREI0012 BILLING AMOUNT TOTAL          :'
               TO CAL-CAPTION
           MOVE CT-BILLING-TOTAL    TO CAL-AMOUNT
           MOVE CONTROL-AMOUNT-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'DOLLARS BILLED                         :'
               TO CAL-CAPTION
           MOVE WS-DOLLARS-BILLED   TO CAL-AMOUNT
           MOVE CONTROL-AMOUNT-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'DOLLARS HELD BY THE BILLING REVIEW     :'
               TO CAL-CAPTION
           MOVE WS-DOLLARS-HELD     TO CAL-AMOUNT
           MOVE CONTROL-AMOUNT-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'DOLLARS ON RELEASED EARLIER BILLS      :'
               TO CAL-CAPTION
           MOVE WS-RELEASED-DOLLARS TO CAL-AMOUNT
           MOVE CONTROL-AMOUNT-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           MOVE 'TOTAL AMOUNT DUE ON BILLS              :'
               TO CAL-CAPTION
           MOVE WS-AMOUNT-DUE-TOTAL TO CAL-AMOUNT
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
           IF WS-BILL-PAGE-SW = 'Y'
              MOVE BILL-TITLE-LINE   TO PRINT-LINE
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
           DISPLAY '*       QUICK REPORT ON BILL PRINT        *'
           DISPLAY '*-----------------------------------------*'
           DISPLAY '* FILES READ        - DISKFIL: ' WS-COUNTREAD
           MOVE CT-DISKFIL-RECORDED TO WS-EDIT-COUNT
           DISPLAY '* TREI0012 DISKFIL RECORDED   : ' WS-EDIT-COUNT
           MOVE WS-BILLS-PRINTED TO WS-EDIT-COUNT
           DISPLAY '* BILLS PRINTED               : ' WS-EDIT-COUNT
           MOVE WS-BILLS-HELD TO WS-EDIT-COUNT
           DISPLAY '* BILLS HELD BY REVIEW        : ' WS-EDIT-COUNT
           MOVE WS-RELEASED-PRINTED TO WS-EDIT-COUNT
           DISPLAY '* RELEASED BILLS PRINTED      : ' WS-EDIT-COUNT
           DISPLAY '* BILLS FLAGGED ESTIMATED     : ' WS-ESTIMATED-BILLS
           DISPLAY '* ACCOUNTS NOT ON ISAM MASTER : ' WS-NO-MASTER-COUNT
           MOVE CT-BILLING-TOTAL TO WS-EDIT-AMOUNT
           DISPLAY '* TREI0012 BILLING TOTAL      : ' WS-EDIT-AMOUNT
           MOVE WS-DOLLARS-BILLED TO WS-EDIT-AMOUNT
           DISPLAY '* DOLLARS BILLED              : ' WS-EDIT-AMOUNT
           DISPLAY '*-----------------------------------------*'
           PERFORM 055-CLOSE-FILE
           IF WS-BALANCED-SW NOT = 'Y'
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*  CONTROL TOTALS OUT OF BALANCE WITH     *'
              DISPLAY '*  TREI0012 - BILLS NOT TO BE MAILED       *'
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*   ABNORMAL END OF TREI0013               *'
              DISPLAY '*-----------------------------------------*'
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*      NORMAL END OF TREI0013             *'
              DISPLAY '*-----------------------------------------*'
           END-IF
           .
      *------------------------------------------------------*
      *    PROCESS FOR CLOSING UP THE FILES
      *------------------------------------------------------*
       055-CLOSE-FILE.
           CLOSE DISKFIL
           IF WS-FS-DKFIL NOT = '00'
              MOVE 'ERROR UPON CLOSING DISKFIL' TO WS-MSG
              MOVE WS-FS-DKFIL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00'
              MOVE 'ERROR UPON CLOSING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
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
           DISPLAY '* ABNORMAL END OF COBPGM TREI0013 *'
           DISPLAY '*---------------------------------*'
           STOP RUN .
      *---------------------------------------------------------*
       COPY DISTBANR.
