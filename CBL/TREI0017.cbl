       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            TREI0017.
      *AUTHOR                 Mr. W. B. RIBEIRO
      *First written on       15.10.2026
      *------------------------------------------------------*
      * Remarks:  Cobol PGM reviews the cycle bills on the   *
      *           DISKFIL written by TREI0012 before TREI0013*
      *           prints them.  A bill over a parm multiple  *
      *           of the accounts average bill or usage, a   *
      *           zero usage on an active service or a read  *
      *           below the reading last billed is held from *
      *           the print run.  Held bills carry forward   *
      *           until a billing clerk releases them or     *
      *           sends them for a re-read                   *
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
           SELECT OPTIONAL USAGE-HIST-OLD ASSIGN TO USGHIST
                  FILE STATUS IS WS-FS-USGOLD.
           SELECT OPTIONAL HOLD-OLD ASSIGN TO BILLHOLD
                  FILE STATUS IS WS-FS-HOLDOLD.
           SELECT OPTIONAL RELEASE-FILE ASSIGN TO BILLRLSE
                  FILE STATUS IS WS-FS-RELEASE.
           SELECT HOLD-NEW ASSIGN TO BILLHLDN
                  FILE STATUS IS WS-FS-HOLDNEW.
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
       FD  USAGE-HIST-OLD
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  USAGE-HIST-OLD-RECORD    PIC X(80).
       FD  HOLD-OLD
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  HOLD-OLD-RECORD          PIC X(320).
       FD  RELEASE-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  RELEASE-RECORD           PIC X(80).
       FD  HOLD-NEW
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  HOLD-NEW-RECORD          PIC X(320).
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
           05  WS-FS-DKFIL          PIC X(02).
           05  WS-FS-ISAMFLE        PIC X(02).
           05  WS-FS-BILLDTL        PIC X(02).
           05  WS-FS-USGOLD         PIC X(02).
           05  WS-FS-HOLDOLD        PIC X(02).
           05  WS-FS-RELEASE        PIC X(02).
           05  WS-FS-HOLDNEW        PIC X(02).
           05  WS-FS-PRTLINE        PIC X(02).
           05  WS-COUNTREAD         PIC 9(05).
           05  WS-PASSED-COUNT      PIC 9(05).
           05  WS-HELD-COUNT        PIC 9(05).
           05  WS-ALREADY-HELD      PIC 9(05).
           05  WS-CARRIED-COUNT     PIC 9(05).
           05  WS-RELEASE-READ      PIC 9(05).
           05  WS-RELEASED-COUNT    PIC 9(05).
           05  WS-REREAD-COUNT      PIC 9(05).
           05  WS-ACTION-REJECTED   PIC 9(05).
           05  WS-RCORD-HOLDNEW     PIC 9(05).
           05  WS-DOLLARS-READ      PIC S9(9)V99 COMP-3.
           05  WS-DOLLARS-PASSED    PIC S9(9)V99 COMP-3.
           05  WS-DOLLARS-HELD      PIC S9(9)V99 COMP-3.
           05  WS-PAGE-NUMBER       PIC 9(05).
           05  WS-MSG               PIC X(30).
           05  WS-FS-MSG            PIC X(02).
           05  WS-MASTER-FOUND-SW   PIC X(01).
           05  WS-DETAIL-FOUND-SW   PIC X(01).
           05  WS-HIST-FOUND-SW     PIC X(01).
           05  WS-HOLD-FOUND-SW     PIC X(01).
           05  WS-HOLD-CODE         PIC X(01).
           05  WS-HOLD-REASON       PIC X(30).
           05  WS-SVC-SUB           PIC 9(01).
           05  WS-MONTH-SUB         PIC 9(01).
           05  WS-LEDGER-SUB        PIC 9(01).
           05  WS-PRIOR-BILLS       PIC 9(01).
           05  WS-PRIOR-SUM         PIC S9(7)V99 COMP-3.
           05  WS-AVERAGE-AMOUNT    PIC S9(5)V99 COMP-3.
           05  WS-AVERAGE-USAGE     PIC 9(07).
           05  WS-USAGE-SUM         PIC 9(09).
           05  WS-LIMIT             PIC S9(9)V99 COMP-3.
           05  WS-EDIT-COUNT        PIC ZZZZ9.
           05  WS-EDIT-AMOUNT       PIC ZZZ.ZZZ.ZZ9,99-.
           05  WS-DATE-WORK         PIC 9(08).
           05  WS-DATE-WORK-R       REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR     PIC 9(04).
               10  WS-DATE-MONTH    PIC 9(02).
               10  WS-DATE-DAY      PIC 9(02).
      *------------------------------------------------------*
      *    THE HOLD MULTIPLE ARRIVES AS A PARM, ONE DECIMAL
      *    ('030' IS THREE TIMES THE AVERAGE)
       01  WS-REVIEW-PARM.
           05  WS-PARM-MULTIPLE     PIC 9(02)V9.
      *------------------------------------------------------*
      *    READINGS AND USAGE FROM THE TREI0011 BILL DETAIL
       01  WS-DETAIL-TABLE.
           05  WS-DETAIL-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-DETAIL-ENTRY      OCCURS 500 TIMES
                   INDEXED BY WS-DETAIL-INDEX.
               10  WS-DETAIL-ACCNT      PIC X(05) VALUE SPACES.
               10  WS-DETAIL-IMAGE      PIC X(150).
      *------------------------------------------------------*
      *    USAGE HISTORY OF THE PRIOR CYCLES - THE GENERATION
      *    TREI0011 READ, SO THIS CYCLE IS NOT IN THE AVERAGE
       01  WS-HIST-TABLE.
           05  WS-HIST-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-HIST-ENTRY        OCCURS 999 TIMES
                   INDEXED BY WS-HIST-INDEX.
               10  WS-HIST-KEY          PIC X(06) VALUE SPACES.
               10  WS-HIST-IMAGE        PIC X(80).
      *------------------------------------------------------*
      *    BILLS ON HOLD - CARRIED FROM THE LAST REVIEW, ACTED
      *    ON BY THE CLERKS AND ADDED TO BY THIS REVIEW, THEN
      *    WRITTEN OUT WHOLE AS THE NEW HOLD FILE
       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-HOLD-ENTRY        OCCURS 500 TIMES
                   INDEXED BY WS-HOLD-INDEX.
               10  WS-HOLD-KEY          PIC X(10) VALUE SPACES.
               10  WS-HOLD-ORIGIN       PIC X(01) VALUE SPACE.
                   88  WS-HOLD-CARRIED      VALUE 'C'.
                   88  WS-HOLD-THIS-RUN     VALUE 'N'.
               10  WS-HOLD-IMAGE        PIC X(320).
       01  WS-HOLD-SEARCH-KEY.
           05  WS-HSK-ACCNT         PIC X(05).
           05  WS-HSK-BILL          PIC X(05).
       01  WS-SVC-KEY.
           05  WS-SVC-CODE          PIC X(01).
           05  WS-SVC-ACCNT         PIC X(05).
       COPY UTBILDTL.
       COPY UTUSAGE.
       COPY UTMAST.
       COPY UTBHOLD.
       COPY UTBRLSE.
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
      *    REVIEW LISTING LINES
      *------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE     PIC X(132) VALUE SPACE.
       01  REVIEW-LINES.
           05  REVIEW-TITLE-LINE.
               10  FILLER           PIC X(36) VALUE SPACES.
               10  FILLER           PIC X(35)
                   VALUE '*** PRE-BILLING REVIEW - HOLD OVER '.
               10  RTL-MULTIPLE     PIC Z9,9.
               10  FILLER           PIC X(57)
                   VALUE ' X THE AVERAGE ***'.
           05  REVIEW-HEADING-LINE.
               10  FILLER  PIC X(22) VALUE 'ACCNT  BILL    HELD ON'.
               10  FILLER  PIC X(22) VALUE '      BILL AMNT     AV'.
               10  FILLER  PIC X(22) VALUE 'ERAGE   STATUS        '.
               10  FILLER  PIC X(22) VALUE '  REASON              '.
               10  FILLER  PIC X(22) VALUE '            CLERK     '.
               10  FILLER  PIC X(22) VALUE 'ACTED ON              '.
           05  REVIEW-DETAIL-LINE.
               10  RVL-ACCNT        PIC X(05).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  RVL-BILL         PIC X(05).
               10  FILLER           PIC X(03) VALUE SPACES.
               10  RVL-HOLD-DATE    PIC X(10).
               10  FILLER           PIC X(03) VALUE SPACES.
               10  RVL-AMOUNT       PIC ZZ.ZZ9,99.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  RVL-AVERAGE      PIC ZZ.ZZ9,99.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  RVL-STATUS       PIC X(14).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  RVL-REASON       PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  RVL-CLERK        PIC X(08).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  RVL-ACTION-DATE  PIC X(10).
               10  FILLER           PIC X(12) VALUE SPACES.
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
               10  FILLER           PIC X(69) VALUE SPACES.
           05  CONTROL-AMOUNT-LINE.
               10  CAL-CAPTION      PIC X(40).
               10  FILLER           PIC X(08) VALUE SPACES.
               10  CAL-AMOUNT       PIC ZZZ.ZZZ.ZZ9,99-.
               10  FILLER           PIC X(69) VALUE SPACES.
       COPY PRINTCTL.
       COPY STDHDR.
       PROCEDURE DIVISION.
      *------------------------------------------------------*
      *     MAIN PROCESS
      *------------------------------------------------------*
       000-TREI0017.
           PERFORM 000-MAINLINE
           PERFORM 030-PROCESS UNTIL WS-FS-DKFIL = '10'
           PERFORM 060-LIST-CARRIED-HOLDS
               VARYING WS-HOLD-INDEX FROM 1 BY 1
                   UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
           PERFORM 065-WRITE-HOLD-FILE
               VARYING WS-HOLD-INDEX FROM 1 BY 1
                   UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
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
           PERFORM 010-ACCEPT-PARM
           PERFORM 011-LOAD-BILL-DETAIL
           PERFORM 013-LOAD-USAGE-HISTORY
           PERFORM 015-LOAD-HOLD-FILE
           PERFORM 020-OPEN-FILE
           MOVE 'TREI0017' TO SHD-PROGRAM-ID
           PERFORM 9700-PRINT-BANNER-PAGE
           MOVE 999 TO LINE-COUNT
           PERFORM 017-APPLY-CLERK-ACTIONS
           PERFORM 025-READ-DISKFIL
           .
      *------------------------------------------------------*
      *    ACCEPTING THE HOLD MULTIPLE
      *------------------------------------------------------*
       010-ACCEPT-PARM.
           MOVE SPACES TO WS-REVIEW-PARM
           ACCEPT WS-REVIEW-PARM
           IF WS-PARM-MULTIPLE IS NOT NUMERIC
              OR WS-PARM-MULTIPLE NOT > 1
              MOVE 3 TO WS-PARM-MULTIPLE
           END-IF
           MOVE WS-PARM-MULTIPLE TO RTL-MULTIPLE
           .
      *------------------------------------------------------*
      *    LOADING THE BILL DETAIL FOR THE CYCLE USAGE
      *------------------------------------------------------*
       011-LOAD-BILL-DETAIL.
           OPEN INPUT BILL-DETAIL-FILE
           IF WS-FS-BILLDTL NOT = '00' AND '05'
              MOVE 'ERROR UPON OPENING BILLDTL' TO WS-MSG
              MOVE WS-FS-BILLDTL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           PERFORM 012-READ-BILL-DETAIL
           PERFORM 012-STORE-BILL-DETAIL
               UNTIL WS-FS-BILLDTL = '10'
           CLOSE BILL-DETAIL-FILE
           .
       012-READ-BILL-DETAIL.
           READ BILL-DETAIL-FILE
           IF WS-FS-BILLDTL NOT = '00' AND '10'
              MOVE 'ERROR UPON READING BILLDTL' TO WS-MSG
              MOVE WS-FS-BILLDTL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
       012-STORE-BILL-DETAIL.
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
           PERFORM 012-READ-BILL-DETAIL
           .
      *------------------------------------------------------*
      *    LOADING THE USAGE HISTORY OF THE PRIOR CYCLES
      *------------------------------------------------------*
       013-LOAD-USAGE-HISTORY.
           OPEN INPUT USAGE-HIST-OLD
           IF WS-FS-USGOLD NOT = '00' AND '05'
              MOVE 'ERROR UPON OPENING USGHIST' TO WS-MSG
              MOVE WS-FS-USGOLD TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           PERFORM 014-READ-USAGE-HISTORY
           PERFORM 014-STORE-USAGE-HISTORY
               UNTIL WS-FS-USGOLD = '10'
           CLOSE USAGE-HIST-OLD
           .
       014-READ-USAGE-HISTORY.
           READ USAGE-HIST-OLD
           IF WS-FS-USGOLD NOT = '00' AND '10'
              MOVE 'ERROR UPON READING USGHIST' TO WS-MSG
              MOVE WS-FS-USGOLD TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
       014-STORE-USAGE-HISTORY.
           IF WS-HIST-COUNT = 999
              MOVE 'ERROR:USAGE HISTORY TABLE FULL' TO WS-MSG
              MOVE SPACES TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           ADD 1 TO WS-HIST-COUNT
           SET WS-HIST-INDEX TO WS-HIST-COUNT
           MOVE USAGE-HIST-OLD-RECORD (1:6)
               TO WS-HIST-KEY (WS-HIST-INDEX)
           MOVE USAGE-HIST-OLD-RECORD
               TO WS-HIST-IMAGE (WS-HIST-INDEX)
           PERFORM 014-READ-USAGE-HISTORY
           .
      *------------------------------------------------------*
      *    LOADING THE BILLS STILL HELD BY THE LAST REVIEW.
      *    BILLS RELEASED OR SENT FOR A RE-READ LAST TIME HAVE
      *    BEEN DEALT WITH BY TREI0013 AND ARE NOT CARRIED.
      *------------------------------------------------------*
       015-LOAD-HOLD-FILE.
           OPEN INPUT HOLD-OLD
           IF WS-FS-HOLDOLD NOT = '00' AND '05'
              MOVE 'ERROR UPON OPENING BILLHOLD' TO WS-MSG
              MOVE WS-FS-HOLDOLD TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           PERFORM 016-READ-HOLD-FILE
           PERFORM 016-STORE-HOLD
               UNTIL WS-FS-HOLDOLD = '10'
           CLOSE HOLD-OLD
           .
       016-READ-HOLD-FILE.
           READ HOLD-OLD INTO BH-BILL-HOLD
           IF WS-FS-HOLDOLD NOT = '00' AND '10'
              MOVE 'ERROR UPON READING BILLHOLD' TO WS-MSG
              MOVE WS-FS-HOLDOLD TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
       016-STORE-HOLD.
           IF BH-HELD
              IF WS-HOLD-COUNT = 500
                 MOVE 'ERROR:BILL HOLD TABLE FULL' TO WS-MSG
                 MOVE SPACES TO WS-FS-MSG
                 GO TO ERROR-ROUTINE
              END-IF
              ADD 1 TO WS-HOLD-COUNT
              SET WS-HOLD-INDEX TO WS-HOLD-COUNT
              MOVE BH-KEY       TO WS-HOLD-KEY (WS-HOLD-INDEX)
              MOVE 'C'          TO WS-HOLD-ORIGIN (WS-HOLD-INDEX)
              MOVE BH-BILL-HOLD TO WS-HOLD-IMAGE (WS-HOLD-INDEX)
           END-IF
           PERFORM 016-READ-HOLD-FILE
           .
      *------------------------------------------------------*
      *    APPLYING THE BILLING CLERKS RELEASES AND RE-READS
      *------------------------------------------------------*
       017-APPLY-CLERK-ACTIONS.
           OPEN INPUT RELEASE-FILE
           IF WS-FS-RELEASE NOT = '00' AND '05'
              MOVE 'ERROR UPON OPENING BILLRLSE' TO WS-MSG
              MOVE WS-FS-RELEASE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           PERFORM 018-READ-RELEASE
           PERFORM 019-APPLY-ONE-ACTION
               UNTIL WS-FS-RELEASE = '10'
           CLOSE RELEASE-FILE
           .
       018-READ-RELEASE.
           READ RELEASE-FILE INTO BR-BILL-RELEASE
           IF WS-FS-RELEASE NOT = '00' AND '10'
              MOVE 'ERROR UPON READING BILLRLSE' TO WS-MSG
              MOVE WS-FS-RELEASE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           IF WS-FS-RELEASE = '00'
              ADD 1 TO WS-RELEASE-READ
           END-IF
           .
       019-APPLY-ONE-ACTION.
           MOVE BR-ACCNT-NMBER TO WS-HSK-ACCNT
           MOVE BR-BILL-NMBER  TO WS-HSK-BILL
           PERFORM 032-FIND-HOLD
           MOVE SPACES TO WS-HOLD-REASON
           EVALUATE TRUE
              WHEN NOT BR-RELEASE AND NOT BR-REREAD
                 MOVE 'INVALID CLERK ACTION' TO WS-HOLD-REASON
              WHEN BR-CLERK-ID = SPACES
                 MOVE 'CLERK NOT IDENTIFIED' TO WS-HOLD-REASON
              WHEN WS-HOLD-FOUND-SW NOT = 'Y'
                 MOVE 'BILL NOT ON HOLD' TO WS-HOLD-REASON
              WHEN NOT BH-HELD
                 MOVE 'BILL ALREADY ACTED ON' TO WS-HOLD-REASON
           END-EVALUATE
           IF WS-HOLD-REASON = SPACES
              MOVE BR-ACTION       TO BH-STATUS
              MOVE WS-CURRENT-DATE TO BH-ACTION-DATE
              MOVE BR-CLERK-ID     TO BH-CLERK-ID
              MOVE BH-BILL-HOLD    TO WS-HOLD-IMAGE (WS-HOLD-INDEX)
              IF BH-RELEASED
                 ADD 1 TO WS-RELEASED-COUNT
                 MOVE 'RELEASED'     TO RVL-STATUS
              ELSE
                 ADD 1 TO WS-REREAD-COUNT
                 MOVE 'SENT TO REREAD' TO RVL-STATUS
              END-IF
              PERFORM 070-PRINT-HOLD-LINE
           ELSE
              ADD 1 TO WS-ACTION-REJECTED
              MOVE SPACES          TO REVIEW-DETAIL-LINE
              MOVE BR-ACCNT-NMBER  TO RVL-ACCNT
              MOVE BR-BILL-NMBER   TO RVL-BILL
              MOVE 'ACTION REFUSED' TO RVL-STATUS
              MOVE WS-HOLD-REASON  TO RVL-REASON
              MOVE BR-CLERK-ID     TO RVL-CLERK
              MOVE REVIEW-DETAIL-LINE TO NEXT-REPORT-LINE
              PERFORM 9000-PRINT-REPORT-LINE
           END-IF
           PERFORM 018-READ-RELEASE
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
           OPEN OUTPUT HOLD-NEW
           IF WS-FS-HOLDNEW NOT = '00'
              MOVE 'ERROR UPON OPENING BILLHLDN' TO WS-MSG
              MOVE WS-FS-HOLDNEW TO WS-FS-MSG
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
                 ADD WS-BILLING-AMOUNT2 TO WS-DOLLARS-READ
              END-IF
           END-IF
           .
      *------------------------------------------------------*
      *    PROCESSING - REVIEWING ONE BILL.  A BILL ALREADY ON
      *    THE HOLD FILE (THE REVIEW RE-RUN FOR THE CYCLE) IS
      *    LEFT AS THE HOLD FILE HAS IT.
      *------------------------------------------------------*
       030-PROCESS.
           MOVE WS-ACCNT-NMBER2 TO WS-HSK-ACCNT
           MOVE WS-BILL-NMBER2  TO WS-HSK-BILL
           PERFORM 032-FIND-HOLD
           IF WS-HOLD-FOUND-SW = 'Y'
              ADD 1 TO WS-ALREADY-HELD
              IF BH-RELEASED
                 ADD WS-BILLING-AMOUNT2 TO WS-DOLLARS-PASSED
              ELSE
                 ADD WS-BILLING-AMOUNT2 TO WS-DOLLARS-HELD
              END-IF
           ELSE
              PERFORM 035-REVIEW-BILL
              IF WS-HOLD-CODE = SPACE
                 ADD 1 TO WS-PASSED-COUNT
                 ADD WS-BILLING-AMOUNT2 TO WS-DOLLARS-PASSED
              ELSE
                 PERFORM 050-HOLD-BILL
              END-IF
           END-IF
           PERFORM 025-READ-DISKFIL
           .
      *------------------------------------------------------*
      *    LOOKING UP A BILL IN THE HOLD TABLE
      *------------------------------------------------------*
       032-FIND-HOLD.
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
      *    REVIEWING THE BILL AGAINST THE ACCOUNTS HISTORY.
      *    THE FIRST TEST FAILED IS THE REASON FOR THE HOLD.
      *------------------------------------------------------*
       035-REVIEW-BILL.
           MOVE SPACE  TO WS-HOLD-CODE
           MOVE SPACES TO WS-HOLD-REASON
           MOVE ZERO   TO WS-AVERAGE-AMOUNT
           PERFORM 036-READ-MASTER
           PERFORM 037-FIND-BILL-DETAIL
           IF WS-DETAIL-FOUND-SW = 'Y'
              PERFORM 040-REVIEW-SERVICE
                  VARYING WS-SVC-SUB FROM 1 BY 1
                      UNTIL WS-SVC-SUB > 2
           END-IF
           IF WS-MASTER-FOUND-SW = 'Y'
              MOVE ZERO TO WS-PRIOR-BILLS WS-PRIOR-SUM
              PERFORM 038-SUM-PRIOR-BILL
                  VARYING WS-LEDGER-SUB FROM 1 BY 1
                      UNTIL WS-LEDGER-SUB > 6
              IF WS-PRIOR-BILLS > ZERO
                 COMPUTE WS-AVERAGE-AMOUNT ROUNDED =
                     WS-PRIOR-SUM / WS-PRIOR-BILLS
              END-IF
           END-IF
           IF WS-HOLD-CODE = SPACE
              AND WS-AVERAGE-AMOUNT > ZERO
              COMPUTE WS-LIMIT = WS-AVERAGE-AMOUNT * WS-PARM-MULTIPLE
              IF WS-BILLING-AMOUNT2 > WS-LIMIT
                 MOVE 'H' TO WS-HOLD-CODE
                 MOVE 'BILL OVER MULTIPLE OF AVERAGE' TO WS-HOLD-REASON
              END-IF
           END-IF
           .
       036-READ-MASTER.
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
           END-IF
           .
       037-FIND-BILL-DETAIL.
           MOVE 'N' TO WS-DETAIL-FOUND-SW
           MOVE SPACES TO UB-BILL-DETAIL
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
      *    THE BILLS BEFORE THIS ONE ON THE LEDGER MAKE THE
      *    AVERAGE BILL
      *------------------------------------------------------*
       038-SUM-PRIOR-BILL.
           IF UM-LEDGER-BILL-NMBER (WS-LEDGER-SUB) NOT = SPACES
              AND UM-LEDGER-BILL-NMBER (WS-LEDGER-SUB)
                      NOT = WS-BILL-NMBER2
              ADD 1 TO WS-PRIOR-BILLS
              ADD UM-LEDGER-AMOUNT (WS-LEDGER-SUB) TO WS-PRIOR-SUM
           END-IF
           .
      *------------------------------------------------------*
      *    REVIEWING THE USAGE OF ONE SERVICE OF THE BILL
      *------------------------------------------------------*
       040-REVIEW-SERVICE.
           IF WS-HOLD-CODE = SPACE
              AND NOT UB-NO-SERVICE (WS-SVC-SUB)
              EVALUATE TRUE
                 WHEN UB-READ-BELOW-BILLED (WS-SVC-SUB)
                    MOVE 'N' TO WS-HOLD-CODE
                    MOVE 'NEGATIVE USAGE - READ BELOW'
                        TO WS-HOLD-REASON
                 WHEN UB-USAGE (WS-SVC-SUB) = ZERO
                  AND NOT UM-ACCOUNT-CLOSED
                    MOVE 'Z' TO WS-HOLD-CODE
                    MOVE 'ZERO USAGE ON ACTIVE SERVICE'
                        TO WS-HOLD-REASON
                 WHEN OTHER
                    PERFORM 042-CHECK-USAGE-AVERAGE
              END-EVALUATE
           END-IF
           .
       042-CHECK-USAGE-AVERAGE.
           MOVE UB-SERVICE-CODE (WS-SVC-SUB)  TO WS-SVC-CODE
           MOVE UB-SERVICE-ACCNT (WS-SVC-SUB) TO WS-SVC-ACCNT
           MOVE 'N' TO WS-HIST-FOUND-SW
           SET WS-HIST-INDEX TO 1
           SEARCH WS-HIST-ENTRY
              AT END
                 CONTINUE
              WHEN WS-HIST-KEY (WS-HIST-INDEX) = WS-SVC-KEY
                 MOVE 'Y' TO WS-HIST-FOUND-SW
                 MOVE WS-HIST-IMAGE (WS-HIST-INDEX) TO UH-USAGE-RECORD
           END-SEARCH
           IF WS-HIST-FOUND-SW = 'Y' AND UH-MONTHS-KEPT > ZERO
              MOVE ZERO TO WS-USAGE-SUM
              PERFORM 043-SUM-HISTORY-MONTH
                  VARYING WS-MONTH-SUB FROM 1 BY 1
                      UNTIL WS-MONTH-SUB > UH-MONTHS-KEPT
              COMPUTE WS-AVERAGE-USAGE ROUNDED =
                  WS-USAGE-SUM / UH-MONTHS-KEPT
              COMPUTE WS-LIMIT = WS-AVERAGE-USAGE * WS-PARM-MULTIPLE
              IF WS-AVERAGE-USAGE > ZERO
                 AND UB-USAGE (WS-SVC-SUB) > WS-LIMIT
                 MOVE 'U' TO WS-HOLD-CODE
                 MOVE 'USAGE OVER MULTIPLE OF AVERAGE'
                     TO WS-HOLD-REASON
              END-IF
           END-IF
           .
       043-SUM-HISTORY-MONTH.
           ADD UH-USAGE (WS-MONTH-SUB) TO WS-USAGE-SUM
           .
      *------------------------------------------------------*
      *    PUTTING THE BILL ON HOLD, WITH ITS DISKFIL IMAGE AND
      *    BILL DETAIL SO THAT IT CAN BE PRINTED WHEN RELEASED
      *------------------------------------------------------*
       050-HOLD-BILL.
           IF WS-HOLD-COUNT = 500
              MOVE 'ERROR:BILL HOLD TABLE FULL' TO WS-MSG
              MOVE SPACES TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           MOVE SPACES             TO BH-BILL-HOLD
           MOVE WS-ACCNT-NMBER2    TO BH-ACCNT-NMBER
           MOVE WS-BILL-NMBER2     TO BH-BILL-NMBER
           MOVE WS-CURRENT-DATE    TO BH-HOLD-DATE
           MOVE WS-HOLD-CODE       TO BH-HOLD-CODE
           MOVE WS-HOLD-REASON     TO BH-HOLD-REASON
           MOVE WS-BILLING-AMOUNT2 TO BH-BILL-AMOUNT
           MOVE WS-AVERAGE-AMOUNT  TO BH-AVERAGE-AMOUNT
           MOVE 'H'                TO BH-STATUS
           MOVE ZERO               TO BH-ACTION-DATE
           MOVE WS-DISKFILL        TO BH-DISKFIL-IMAGE
           IF WS-DETAIL-FOUND-SW = 'Y'
              MOVE UB-BILL-DETAIL  TO BH-DETAIL-IMAGE
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           SET WS-HOLD-INDEX TO WS-HOLD-COUNT
           MOVE BH-KEY             TO WS-HOLD-KEY (WS-HOLD-INDEX)
           MOVE 'N'                TO WS-HOLD-ORIGIN (WS-HOLD-INDEX)
           MOVE BH-BILL-HOLD       TO WS-HOLD-IMAGE (WS-HOLD-INDEX)
           ADD 1                   TO WS-HELD-COUNT
           ADD WS-BILLING-AMOUNT2  TO WS-DOLLARS-HELD
           MOVE 'HELD'             TO RVL-STATUS
           PERFORM 070-PRINT-HOLD-LINE
           .
      *------------------------------------------------------*
      *    LISTING THE BILLS STILL HELD FROM EARLIER REVIEWS
      *------------------------------------------------------*
       060-LIST-CARRIED-HOLDS.
           MOVE WS-HOLD-IMAGE (WS-HOLD-INDEX) TO BH-BILL-HOLD
           IF WS-HOLD-CARRIED (WS-HOLD-INDEX) AND BH-HELD
              ADD 1 TO WS-CARRIED-COUNT
              MOVE 'STILL HELD'    TO RVL-STATUS
              PERFORM 070-PRINT-HOLD-LINE
           END-IF
           .
       065-WRITE-HOLD-FILE.
           WRITE HOLD-NEW-RECORD FROM WS-HOLD-IMAGE (WS-HOLD-INDEX)
           IF WS-FS-HOLDNEW NOT = '00'
              MOVE 'ERROR UPON RECORDING BILLHLDN' TO WS-MSG
              MOVE WS-FS-HOLDNEW TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           ADD 1 TO WS-RCORD-HOLDNEW
           .
      *------------------------------------------------------*
      *    PRINTING ONE HELD BILL FOR THE BILLING CLERKS
      *------------------------------------------------------*
       070-PRINT-HOLD-LINE.
           MOVE BH-ACCNT-NMBER     TO RVL-ACCNT
           MOVE BH-BILL-NMBER      TO RVL-BILL
           MOVE BH-HOLD-DATE       TO WS-DATE-WORK
           PERFORM 095-EDIT-DATE
           MOVE DATE-EDIT          TO RVL-HOLD-DATE
           MOVE BH-BILL-AMOUNT     TO RVL-AMOUNT
           MOVE BH-AVERAGE-AMOUNT  TO RVL-AVERAGE
           MOVE BH-HOLD-REASON     TO RVL-REASON
           MOVE BH-CLERK-ID        TO RVL-CLERK
           IF BH-ACTION-DATE IS NUMERIC AND BH-ACTION-DATE > ZERO
              MOVE BH-ACTION-DATE  TO WS-DATE-WORK
              PERFORM 095-EDIT-DATE
              MOVE DATE-EDIT       TO RVL-ACTION-DATE
           ELSE
              MOVE SPACES          TO RVL-ACTION-DATE
           END-IF
           MOVE REVIEW-DETAIL-LINE TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           .
      *------------------------------------------------------*
      *    PRINTING THE CONTROL TOTALS
      *------------------------------------------------------*
       085-PRINT-CONTROL-TOTALS.
           MOVE 2 TO LINE-SPACEING
           MOVE 'BILLS READ FROM DISKFIL                :'
               TO CCL-CAPTION
           MOVE WS-COUNTREAD        TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'BILLS PASSED TO PRINT                  :'
               TO CCL-CAPTION
           MOVE WS-PASSED-COUNT     TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'BILLS HELD BY THIS REVIEW              :'
               TO CCL-CAPTION
           MOVE WS-HELD-COUNT       TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'BILLS ALREADY ON THE HOLD FILE         :'
               TO CCL-CAPTION
           MOVE WS-ALREADY-HELD     TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'EARLIER BILLS STILL HELD               :'
               TO CCL-CAPTION
           MOVE WS-CARRIED-COUNT    TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'CLERK ACTIONS READ                     :'
               TO CCL-CAPTION
           MOVE WS-RELEASE-READ     TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'BILLS RELEASED TO PRINT                :'
               TO CCL-CAPTION
           MOVE WS-RELEASED-COUNT   TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'BILLS SENT FOR A RE-READ               :'
               TO CCL-CAPTION
           MOVE WS-REREAD-COUNT     TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 'CLERK ACTIONS REFUSED                  :'
               TO CCL-CAPTION
           MOVE WS-ACTION-REJECTED  TO CCL-COUNT
           PERFORM 086-PRINT-COUNT-LINE
           MOVE 2 TO LINE-SPACEING
           MOVE 'DOLLARS READ FROM DISKFIL              :'
               TO CAL-CAPTION
           MOVE WS-DOLLARS-READ     TO CAL-AMOUNT
           PERFORM 087-PRINT-AMOUNT-LINE
           MOVE 'DOLLARS PASSED TO PRINT                :'
               TO CAL-CAPTION
           MOVE WS-DOLLARS-PASSED   TO CAL-AMOUNT
           PERFORM 087-PRINT-AMOUNT-LINE
           MOVE 'DOLLARS HELD                           :'
               TO CAL-CAPTION
           MOVE WS-DOLLARS-HELD     TO CAL-AMOUNT
           PERFORM 087-PRINT-AMOUNT-LINE
           .
       086-PRINT-COUNT-LINE.
           MOVE CONTROL-COUNT-LINE  TO NEXT-REPORT-LINE
           PERFORM 9000-PRINT-REPORT-LINE
           .
       087-PRINT-AMOUNT-LINE.
           MOVE CONTROL-AMOUNT-LINE TO NEXT-REPORT-LINE
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
           MOVE REVIEW-TITLE-LINE    TO PRINT-LINE
           PERFORM 9120-WRITE-PRINT-LINE
           MOVE 2                    TO LINE-SPACEING
           MOVE REVIEW-HEADING-LINE  TO PRINT-LINE
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
           DISPLAY '*     QUICK REPORT ON PRE-BILLING REVIEW  *'
           DISPLAY '*-----------------------------------------*'
           DISPLAY '* FILES READ        - DISKFIL: ' WS-COUNTREAD
           DISPLAY '* FILES RECORDED    - BILLHLDN: ' WS-RCORD-HOLDNEW
           MOVE WS-PASSED-COUNT TO WS-EDIT-COUNT
           DISPLAY '* BILLS PASSED TO PRINT       : ' WS-EDIT-COUNT
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           DISPLAY '* BILLS HELD BY THIS REVIEW   : ' WS-EDIT-COUNT
           MOVE WS-ALREADY-HELD TO WS-EDIT-COUNT
           DISPLAY '* BILLS ALREADY ON HOLD FILE  : ' WS-EDIT-COUNT
           MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT
           DISPLAY '* EARLIER BILLS STILL HELD    : ' WS-EDIT-COUNT
           MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT
           DISPLAY '* BILLS RELEASED TO PRINT     : ' WS-EDIT-COUNT
           MOVE WS-REREAD-COUNT TO WS-EDIT-COUNT
           DISPLAY '* BILLS SENT FOR A RE-READ    : ' WS-EDIT-COUNT
           MOVE WS-ACTION-REJECTED TO WS-EDIT-COUNT
           DISPLAY '* CLERK ACTIONS REFUSED       : ' WS-EDIT-COUNT
           MOVE WS-DOLLARS-HELD TO WS-EDIT-AMOUNT
           DISPLAY '* DOLLARS HELD                : ' WS-EDIT-AMOUNT
           DISPLAY '*-----------------------------------------*'
           PERFORM 055-CLOSE-FILE
           IF WS-COUNTREAD NOT = WS-PASSED-COUNT + WS-HELD-COUNT
                                 + WS-ALREADY-HELD
              OR WS-DOLLARS-READ NOT = WS-DOLLARS-PASSED
                                     + WS-DOLLARS-HELD
              OR WS-RCORD-HOLDNEW NOT = WS-HOLD-COUNT
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*  COUNT DISCREPANCY - REVIEW INCOMPLETE  *'
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*   ABNORMAL END OF TREI0017               *'
              DISPLAY '*-----------------------------------------*'
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*      NORMAL END OF TREI0017             *'
              DISPLAY '*-----------------------------------------*'
              IF WS-HELD-COUNT > ZERO
                 OR WS-ACTION-REJECTED > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
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
           CLOSE HOLD-NEW
           IF WS-FS-HOLDNEW NOT = '00'
              MOVE 'ERROR UPON CLOSING BILLHLDN' TO WS-MSG
              MOVE WS-FS-HOLDNEW TO WS-FS-MSG
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
           DISPLAY '* ABNORMAL END OF COBPGM TREI0017 *'
           DISPLAY '*---------------------------------*'
           STOP RUN .
      *---------------------------------------------------------*
       COPY DISTBANR.
