       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            TREI0011.
      *AUTHOR                 Mr. W. B. RIBEIRO
      *First written on       15.10.2026
      *------------------------------------------------------*
      * Remarks:  Cobol PGM calculates the utility bills and *
      *           builds the SAMFILE read by TREI0012        *
      *           from the customer extract, the cycle meter *
      *           reads, the tariff table and usage history  *
      *-------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTEXT
                  FILE STATUS IS WS-FS-CUSTEXT.
           SELECT METER-READ-FILE ASSIGN TO METERRD
                  FILE STATUS IS WS-FS-METERRD.
           SELECT TARIFF-FILE ASSIGN TO TARIFFS
                  FILE STATUS IS WS-FS-TARIFF.
           SELECT OPTIONAL USAGE-HIST-OLD ASSIGN TO USGHIST
                  FILE STATUS IS WS-FS-USGOLD.
           SELECT USAGE-HIST-NEW ASSIGN TO USGHISTN
                  FILE STATUS IS WS-FS-USGNEW.
           SELECT SAM-FILE ASSIGN TO DISKFIL
                  FILE STATUS IS WS-FS-SAMFILE.
           SELECT BILL-DETAIL-FILE ASSIGN TO BILLDTL
                  FILE STATUS IS WS-FS-BILLDTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  CUSTOMER-RECORD          PIC X(80).
       FD  METER-READ-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  METER-READ-RECORD        PIC X(80).
       FD  TARIFF-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  TARIFF-RECORD            PIC X(80).
       FD  USAGE-HIST-OLD
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  USAGE-HIST-OLD-RECORD    PIC X(80).
       FD  USAGE-HIST-NEW
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  USAGE-HIST-NEW-RECORD    PIC X(80).
       FD  SAM-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  SAM-RECORD               PIC X(80).
       FD  BILL-DETAIL-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  BILL-DETAIL-RECORD       PIC X(150).
       WORKING-STORAGE SECTION.
       01  WS-FLAG-AREA.
           05  WS-FS-CUSTEXT        PIC X(02).
           05  WS-FS-METERRD        PIC X(02).
           05  WS-FS-TARIFF         PIC X(02).
           05  WS-FS-USGOLD         PIC X(02).
           05  WS-FS-USGNEW         PIC X(02).
           05  WS-FS-SAMFILE        PIC X(02).
           05  WS-FS-BILLDTL        PIC X(02).
           05  WS-COUNTREAD         PIC 9(05).
           05  WS-RCORD-SAMFILE     PIC 9(05).
           05  WS-RCORD-BILLDTL     PIC 9(05).
           05  WS-RCORD-USGHIST     PIC 9(05).
           05  WS-READS-READ        PIC 9(05).
           05  WS-READS-REJECTED    PIC 9(05).
           05  WS-READS-UNMATCHED   PIC 9(05).
           05  WS-ACTUAL-COUNT      PIC 9(05).
           05  WS-METER-EST-COUNT   PIC 9(05).
           05  WS-SYSTEM-EST-COUNT  PIC 9(05).
           05  WS-NO-HISTORY-COUNT  PIC 9(05).
           05  WS-PRIOR-DIFF-COUNT  PIC 9(05).
           05  WS-ESTIMATED-BILLS   PIC 9(05).
           05  WS-ENERGY-TOTAL      PIC S9(9)V99 COMP-3.
           05  WS-GAS-TOTAL         PIC S9(9)V99 COMP-3.
           05  WS-BILLING-TOTAL     PIC S9(9)V99 COMP-3.
           05  WS-MSG               PIC X(30).
           05  WS-FS-MSG            PIC X(02).
           05  WS-CYCLE-DATE        PIC 9(08).
           05  WS-REJECT-REASON     PIC X(24).
           05  WS-EDIT-AMOUNT       PIC ZZZZZZZZ9,99.
      *------------------------------------------------------*
      *    TARIFF TABLE - ENTRY 1 IS ENERGY, ENTRY 2 IS GAS.
      *    USAGE IS PRICED BLOCK BY BLOCK UP TO EACH BLOCK
      *    LIMIT, PLUS THE MONTHLY FIXED CHARGE.
       01  WS-TARIFF-TABLE.
           05  WS-TF-SERVICE        OCCURS 2 TIMES.
               10  WS-TF-SVC-CODE       PIC X(01).
               10  WS-TF-FIXED-CHARGE   PIC 9(03)V99.
               10  WS-TF-BLOCK-COUNT    PIC 9(02).
               10  WS-TF-BLOCK          OCCURS 9 TIMES.
                   15  WS-TF-BLOCK-LIMIT    PIC 9(07).
                   15  WS-TF-UNIT-RATE      PIC 9(02)V9(05).
           05  WS-TF-SUB            PIC 9(01).
           05  WS-TF-BLK-SUB        PIC 9(02).
      *------------------------------------------------------*
      *    CYCLE METER READS THAT PASSED THE INTAKE EDITS,
      *    KEYED BY SERVICE AND SERVICE ACCOUNT
       01  WS-READ-TABLE.
           05  WS-READ-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-READ-ENTRY        OCCURS 999 TIMES
                   INDEXED BY WS-READ-INDEX.
               10  WS-READ-KEY          PIC X(06) VALUE SPACES.
               10  WS-READ-PRIOR        PIC 9(07).
               10  WS-READ-CURRENT      PIC 9(07).
               10  WS-READ-DATE         PIC 9(08).
               10  WS-READ-TYPE         PIC X(01).
               10  WS-READ-USED         PIC X(01).
           05  WS-READ-SUB          PIC 9(03).
           05  WS-READ-FOUND-SW     PIC X(01) VALUE 'N'.
      *------------------------------------------------------*
      *    USAGE HISTORY CARRIED FROM THE PRIOR CYCLE, UPDATED
      *    IN PLACE AND WRITTEN OUT WHOLE AS THE NEW HISTORY
       01  WS-HIST-TABLE.
           05  WS-HIST-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-HIST-ENTRY        OCCURS 999 TIMES
                   INDEXED BY WS-HIST-INDEX.
               10  WS-HIST-KEY          PIC X(06) VALUE SPACES.
               10  WS-HIST-IMAGE        PIC X(80).
           05  WS-HIST-SUB          PIC 9(03).
           05  WS-HIST-FOUND-SW     PIC X(01) VALUE 'N'.
      *------------------------------------------------------*
      *    ONE SERVICE OF THE ACCOUNT BEING BILLED
       01  WS-SERVICE-WORK.
           05  WS-SVC-KEY.
               10  WS-SVC-CODE          PIC X(01).
               10  WS-SVC-ACCNT         PIC X(05).
           05  WS-SVC-SUB           PIC 9(01).
           05  WS-SVC-PRIOR         PIC 9(07).
           05  WS-SVC-CURRENT       PIC 9(07).
           05  WS-SVC-USAGE         PIC 9(07).
           05  WS-SVC-READ-DATE     PIC 9(08).
           05  WS-SVC-READ-TYPE     PIC X(01).
           05  WS-USAGE-SUM         PIC 9(09).
           05  WS-MONTH-SUB         PIC 9(01).
           05  WS-REMAINING-USAGE   PIC 9(07).
           05  WS-BLOCK-FLOOR       PIC 9(07).
           05  WS-BLOCK-UNITS       PIC 9(07).
           05  WS-USAGE-CHARGE-W    PIC 9(07)V9(05).
           05  WS-USAGE-CHARGE      PIC 9(05)V99.
           05  WS-SERVICE-CHARGE    PIC 9(05)V99.
           05  WS-BILL-TOTAL        PIC 9(05)V99.
           05  WS-BILL-ESTIMATED-SW PIC X(01).
       COPY UTMREAD.
       COPY UTTARIF.
       COPY UTUSAGE.
       COPY UTBILDTL.
       01  WS-SAM-FILE.
           05  WS-ACCNT-NMBER      PIC X(05) VALUE SPACES.
           05  WS-CLIENT-NMBER     PIC X(20) VALUE SPACES.
           05  WS-ADDRESS          PIC X(20) VALUE SPACES.
           05  WS-BILL-NMBER       PIC X(05) VALUE SPACES.
           05  WS-DSKF-NMBER       PIC X(05) VALUE SPACES.
           05  WS-ENERGY-ACCNT     PIC X(05) VALUE SPACES.
           05  WS-GAS-ACCNT        PIC X(05) VALUE SPACES.
           05  WS-BILLING-AMOUNT-TEXT   PIC 9(07) VALUE ZEROS.
           05  WS-BILLING-AMOUNT-TEXT-R REDEFINES
               WS-BILLING-AMOUNT-TEXT   PIC 9(05)V99.
           05  WS-RESERVED         PIC X(08) VALUE SPACES.
           05  WS-SERVICE-CHARGES  REDEFINES WS-RESERVED.
               10  WS-ENERGY-CHARGE PIC S9(5)V99 COMP-3.
               10  WS-GAS-CHARGE    PIC S9(5)V99 COMP-3.
       PROCEDURE DIVISION.
      *------------------------------------------------------*
      *     MAIN PROCESS
      *------------------------------------------------------*
       000-TREI0011.
           PERFORM 000-MAINLINE
           PERFORM 030-PROCESS UNTIL WS-FS-CUSTEXT = '10'
           PERFORM 070-WRITE-USAGE-HISTORY
           PERFORM 075-LIST-UNMATCHED-READS
           PERFORM 090-EXIT
           STOP RUN
           .
      *------------------------------------------------------*
      *     INITIAL PROCESSING
      *------------------------------------------------------*
       000-MAINLINE.
           INITIALIZE WS-FLAG-AREA
           ACCEPT WS-CYCLE-DATE
           IF WS-CYCLE-DATE NOT NUMERIC OR WS-CYCLE-DATE = ZERO
              ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM 010-LOAD-TARIFF
           PERFORM 015-LOAD-USAGE-HISTORY
           PERFORM 018-LOAD-METER-READS
           PERFORM 020-OPEN-FILE
           PERFORM 025-READ-CUSTOMER
           IF WS-FS-CUSTEXT   = '10'
              MOVE 'ERROR:CUSTEXT EMPTY' TO WS-MSG
              MOVE WS-FS-CUSTEXT   TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
      *------------------------------------------------------*
      *    LOADING THE TARIFF TABLE
      *------------------------------------------------------*
       010-LOAD-TARIFF.
           INITIALIZE WS-TARIFF-TABLE
           MOVE 'E' TO WS-TF-SVC-CODE (1)
           MOVE 'G' TO WS-TF-SVC-CODE (2)
           OPEN INPUT TARIFF-FILE
           IF WS-FS-TARIFF NOT = '00'
              MOVE 'ERROR UPON OPENING TARIFFS' TO WS-MSG
              MOVE WS-FS-TARIFF TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           PERFORM 011-READ-TARIFF
           PERFORM 012-STORE-TARIFF
               UNTIL WS-FS-TARIFF = '10'
           CLOSE TARIFF-FILE
      *    EVERY SERVICE NEEDS AN OPEN-ENDED TOP BLOCK SO THAT
      *    ALL OF AN ACCOUNTS USAGE FALLS INTO SOME BLOCK
           PERFORM 013-CHECK-TARIFF
               VARYING WS-TF-SUB FROM 1 BY 1
                   UNTIL WS-TF-SUB > 2
           .
       011-READ-TARIFF.
           READ TARIFF-FILE INTO TF-TARIFF-RECORD
           IF WS-FS-TARIFF NOT = '00' AND '10'
              MOVE 'ERROR UPON READING TARIFFS' TO WS-MSG
              MOVE WS-FS-TARIFF TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
       012-STORE-TARIFF.
           EVALUATE TF-SERVICE
              WHEN 'E'
                 MOVE 1 TO WS-TF-SUB
              WHEN 'G'
                 MOVE 2 TO WS-TF-SUB
              WHEN OTHER
                 MOVE 'ERROR:TARIFF SERVICE INVALID' TO WS-MSG
                 MOVE SPACES TO WS-FS-MSG
                 GO TO ERROR-ROUTINE
           END-EVALUATE
           IF TF-BLOCK-LIMIT NOT NUMERIC
              OR TF-UNIT-RATE NOT NUMERIC
              OR TF-FIXED-CHARGE NOT NUMERIC
              MOVE 'ERROR:TARIFF NOT NUMERIC' TO WS-MSG
              MOVE SPACES TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           IF WS-TF-BLOCK-COUNT (WS-TF-SUB) = 9
              MOVE 'ERROR:TARIFF BLOCKS EXCEED 9' TO WS-MSG
              MOVE SPACES TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           IF WS-TF-BLOCK-COUNT (WS-TF-SUB) = ZERO
              MOVE TF-FIXED-CHARGE TO WS-TF-FIXED-CHARGE (WS-TF-SUB)
           ELSE
              MOVE WS-TF-BLOCK-COUNT (WS-TF-SUB) TO WS-TF-BLK-SUB
              IF TF-BLOCK-LIMIT NOT >
                 WS-TF-BLOCK-LIMIT (WS-TF-SUB WS-TF-BLK-SUB)
                 MOVE 'ERROR:TARIFF BLOCKS OUT OF ORDER' TO WS-MSG
                 MOVE SPACES TO WS-FS-MSG
                 GO TO ERROR-ROUTINE
              END-IF
           END-IF
           ADD 1 TO WS-TF-BLOCK-COUNT (WS-TF-SUB)
           MOVE WS-TF-BLOCK-COUNT (WS-TF-SUB) TO WS-TF-BLK-SUB
           MOVE TF-BLOCK-LIMIT
               TO WS-TF-BLOCK-LIMIT (WS-TF-SUB WS-TF-BLK-SUB)
           MOVE TF-UNIT-RATE
               TO WS-TF-UNIT-RATE (WS-TF-SUB WS-TF-BLK-SUB)
           PERFORM 011-READ-TARIFF
           .
       013-CHECK-TARIFF.
           MOVE WS-TF-BLOCK-COUNT (WS-TF-SUB) TO WS-TF-BLK-SUB
           IF WS-TF-BLK-SUB = ZERO
              MOVE 'ERROR:TARIFF SERVICE MISSING' TO WS-MSG
              MOVE SPACES TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           IF WS-TF-BLOCK-LIMIT (WS-TF-SUB WS-TF-BLK-SUB) NOT = 9999999
              MOVE 'ERROR:TARIFF TOP BLOCK MISSING' TO WS-MSG
              MOVE SPACES TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
      *------------------------------------------------------*
      *    LOADING PRIOR CYCLE USAGE HISTORY
      *------------------------------------------------------*
       015-LOAD-USAGE-HISTORY.
           OPEN INPUT USAGE-HIST-OLD
           IF WS-FS-USGOLD NOT = '00' AND '05'
              MOVE 'ERROR UPON OPENING USGHIST' TO WS-MSG
              MOVE WS-FS-USGOLD TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           PERFORM 016-READ-USAGE-HISTORY
           PERFORM 017-STORE-USAGE-HISTORY
               UNTIL WS-FS-USGOLD = '10'
           CLOSE USAGE-HIST-OLD
           .
       016-READ-USAGE-HISTORY.
           READ USAGE-HIST-OLD
           IF WS-FS-USGOLD NOT = '00' AND '10'
              MOVE 'ERROR UPON READING USGHIST' TO WS-MSG
              MOVE WS-FS-USGOLD TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
       017-STORE-USAGE-HISTORY.
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
           PERFORM 016-READ-USAGE-HISTORY
           .
      *------------------------------------------------------*
      *    METER-READ INTAKE - EDITING AND LOADING THE READS
      *------------------------------------------------------*
       018-LOAD-METER-READS.
           OPEN INPUT METER-READ-FILE
           IF WS-FS-METERRD NOT = '00'
              MOVE 'ERROR UPON OPENING METERRD' TO WS-MSG
              MOVE WS-FS-METERRD TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           PERFORM 019-READ-METER-READ
           PERFORM 021-EDIT-METER-READ
               UNTIL WS-FS-METERRD = '10'
           CLOSE METER-READ-FILE
           .
       019-READ-METER-READ.
           READ METER-READ-FILE INTO MR-METER-READ
           IF WS-FS-METERRD NOT = '00' AND '10'
              MOVE 'ERROR UPON READING METERRD' TO WS-MSG
              MOVE WS-FS-METERRD TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           ELSE
              IF WS-FS-METERRD = '00'
                 ADD 1 TO WS-READS-READ
              END-IF
           END-IF
           .
       021-EDIT-METER-READ.
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT MR-ENERGY-SERVICE AND NOT MR-GAS-SERVICE
              MOVE 'INVALID SERVICE' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND MR-SERVICE-ACCNT = SPACES
              MOVE 'MISSING SERVICE ACCOUNT' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND (MR-PRIOR-READING NOT NUMERIC
                   OR MR-CURRENT-READING NOT NUMERIC
                   OR MR-READ-DATE NOT NUMERIC)
              MOVE 'READ NOT NUMERIC' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND NOT MR-ACTUAL-READ AND NOT MR-ESTIMATED-READ
              MOVE 'INVALID READ TYPE' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND MR-CURRENT-READING < MR-PRIOR-READING
              MOVE 'CURRENT BELOW PRIOR' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND MR-READ-DATE > WS-CYCLE-DATE
              MOVE 'READ AFTER CYCLE DATE' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE MR-SERVICE       TO WS-SVC-CODE
              MOVE MR-SERVICE-ACCNT TO WS-SVC-ACCNT
              PERFORM 041-FIND-READ
              IF WS-READ-FOUND-SW = 'Y'
                 MOVE 'DUPLICATE READ' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              IF WS-READ-COUNT = 999
                 MOVE 'ERROR:METER READ TABLE FULL' TO WS-MSG
                 MOVE SPACES TO WS-FS-MSG
                 GO TO ERROR-ROUTINE
              END-IF
              ADD 1 TO WS-READ-COUNT
              SET WS-READ-INDEX TO WS-READ-COUNT
              MOVE WS-SVC-KEY       TO WS-READ-KEY (WS-READ-INDEX)
              MOVE MR-PRIOR-READING TO WS-READ-PRIOR (WS-READ-INDEX)
              MOVE MR-CURRENT-READING
                  TO WS-READ-CURRENT (WS-READ-INDEX)
              MOVE MR-READ-DATE     TO WS-READ-DATE (WS-READ-INDEX)
              MOVE MR-READ-TYPE     TO WS-READ-TYPE (WS-READ-INDEX)
              MOVE 'N'              TO WS-READ-USED (WS-READ-INDEX)
           ELSE
              ADD 1 TO WS-READS-REJECTED
              DISPLAY '* READ REJECTED   : ' MR-SERVICE ' '
                  MR-SERVICE-ACCNT ' ' WS-REJECT-REASON
           END-IF
           PERFORM 019-READ-METER-READ
           .
      *------------------------------------------------------*
      *    PROCESS TO OPEN UP FILES
      *------------------------------------------------------*
       020-OPEN-FILE.
           OPEN  INPUT CUSTOMER-FILE
           IF WS-FS-CUSTEXT NOT = '00'
              MOVE 'ERROR UPON OPENING CUSTEXT' TO WS-MSG
              MOVE WS-FS-CUSTEXT TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           OPEN OUTPUT SAM-FILE
           IF WS-FS-SAMFILE NOT = '00'
              MOVE 'ERROR UPON OPENING SAM-FILE' TO WS-MSG
              MOVE WS-FS-SAMFILE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           OPEN OUTPUT BILL-DETAIL-FILE
           IF WS-FS-BILLDTL NOT = '00'
              MOVE 'ERROR UPON OPENING BILLDTL' TO WS-MSG
              MOVE WS-FS-BILLDTL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           OPEN OUTPUT USAGE-HIST-NEW
           IF WS-FS-USGNEW NOT = '00'
              MOVE 'ERROR UPON OPENING USGHISTN' TO WS-MSG
              MOVE WS-FS-USGNEW TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
      *------------------------------------------------------*
      *    READING THE CUSTOMER EXTRACT
      *------------------------------------------------------*
       025-READ-CUSTOMER.
           READ  CUSTOMER-FILE INTO WS-SAM-FILE
           IF WS-FS-CUSTEXT NOT = '00' AND '10'
              MOVE 'ERROR UPON READING CUSTEXT' TO WS-MSG
              MOVE WS-FS-CUSTEXT TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           ELSE
              IF WS-FS-CUSTEXT = '00'
                 ADD 1 TO WS-COUNTREAD
              END-IF
           END-IF
           .
      *------------------------------------------------------*
      *    PROCESSING - BILLING ONE ACCOUNT
      *------------------------------------------------------*
       030-PROCESS.
           INITIALIZE UB-BILL-DETAIL
           MOVE 'N'            TO WS-BILL-ESTIMATED-SW
           MOVE WS-ACCNT-NMBER TO UB-ACCNT-NMBER
           MOVE WS-BILL-NMBER  TO UB-BILL-NMBER
           MOVE WS-CYCLE-DATE  TO UB-CYCLE-DATE
      *
           MOVE 1               TO WS-SVC-SUB
           MOVE 'E'             TO WS-SVC-CODE
           MOVE WS-ENERGY-ACCNT TO WS-SVC-ACCNT
           PERFORM 040-BILL-SERVICE
           MOVE WS-SERVICE-CHARGE TO WS-ENERGY-CHARGE
           ADD  WS-SERVICE-CHARGE TO WS-ENERGY-TOTAL
      *
           MOVE 2               TO WS-SVC-SUB
           MOVE 'G'             TO WS-SVC-CODE
           MOVE WS-GAS-ACCNT    TO WS-SVC-ACCNT
           PERFORM 040-BILL-SERVICE
           MOVE WS-SERVICE-CHARGE TO WS-GAS-CHARGE
           ADD  WS-SERVICE-CHARGE TO WS-GAS-TOTAL
      *
           COMPUTE WS-BILL-TOTAL = WS-ENERGY-CHARGE + WS-GAS-CHARGE
              ON SIZE ERROR
                 MOVE 'ERROR:BILL AMOUNT OVERFLOW' TO WS-MSG
                 MOVE SPACES TO WS-FS-MSG
                 GO TO ERROR-ROUTINE
           END-COMPUTE
           MOVE WS-BILL-TOTAL TO WS-BILLING-AMOUNT-TEXT-R
                                 UB-TOTAL-CHARGE
           ADD  WS-BILL-TOTAL TO WS-BILLING-TOTAL
           MOVE WS-BILL-ESTIMATED-SW TO UB-ESTIMATED-SW
           IF UB-BILL-ESTIMATED
              ADD 1 TO WS-ESTIMATED-BILLS
           END-IF
           PERFORM 034-RCORD-SAM-FILE
           PERFORM 035-RCORD-BILL-DETAIL
           PERFORM 025-READ-CUSTOMER
           .
      *------------------------------------------------------*
      *    WRITING THE BILLED ACCOUNT TO THE SAM FILE
      *------------------------------------------------------*
       034-RCORD-SAM-FILE.
           WRITE SAM-RECORD FROM WS-SAM-FILE
           IF WS-FS-SAMFILE NOT = '00'
              MOVE 'ERROR UPON RECORDING SAM-FILE' TO WS-MSG
              MOVE WS-FS-SAMFILE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           ADD 1 TO WS-RCORD-SAMFILE
           .
      *------------------------------------------------------*
      *    WRITING THE BILL DETAIL FOR THE ACCOUNT
      *------------------------------------------------------*
       035-RCORD-BILL-DETAIL.
           WRITE BILL-DETAIL-RECORD FROM UB-BILL-DETAIL
           IF WS-FS-BILLDTL NOT = '00'
              MOVE 'ERROR UPON RECORDING BILLDTL' TO WS-MSG
              MOVE WS-FS-BILLDTL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           ADD 1 TO WS-RCORD-BILLDTL
           .
      *------------------------------------------------------*
      *    BILLING ONE SERVICE OF THE ACCOUNT - FROM THE CYCLE
      *    READ WHEN THERE IS ONE, OTHERWISE ON AN ESTIMATE
      *    FROM THE ACCOUNTS USAGE HISTORY
      *------------------------------------------------------*
       040-BILL-SERVICE.
           MOVE ZERO TO WS-SERVICE-CHARGE
           MOVE WS-SVC-CODE  TO UB-SERVICE-CODE (WS-SVC-SUB)
           MOVE WS-SVC-ACCNT TO UB-SERVICE-ACCNT (WS-SVC-SUB)
           MOVE SPACE        TO UB-READ-TYPE (WS-SVC-SUB)
           MOVE 'N'          TO UB-READ-BELOW-SW (WS-SVC-SUB)
           IF WS-SVC-ACCNT NOT = SPACES
              PERFORM 042-FIND-HISTORY
              PERFORM 041-FIND-READ
              IF WS-READ-FOUND-SW = 'Y'
                 PERFORM 043-USE-CYCLE-READ
              ELSE
                 PERFORM 044-ESTIMATE-FROM-HISTORY
              END-IF
              EVALUATE WS-SVC-READ-TYPE
                 WHEN 'A'
                    ADD 1 TO WS-ACTUAL-COUNT
                 WHEN 'E'
                    ADD 1 TO WS-METER-EST-COUNT
                    MOVE 'Y' TO WS-BILL-ESTIMATED-SW
                 WHEN OTHER
                    ADD 1 TO WS-SYSTEM-EST-COUNT
                    MOVE 'Y' TO WS-BILL-ESTIMATED-SW
              END-EVALUATE
              PERFORM 045-PRICE-USAGE
              IF WS-HIST-FOUND-SW = 'Y' OR WS-READ-FOUND-SW = 'Y'
                 PERFORM 047-UPDATE-HISTORY
              END-IF
              MOVE WS-SVC-READ-TYPE TO UB-READ-TYPE (WS-SVC-SUB)
              MOVE WS-SVC-READ-DATE TO UB-READ-DATE (WS-SVC-SUB)
              MOVE WS-SVC-PRIOR     TO UB-PRIOR-READING (WS-SVC-SUB)
              MOVE WS-SVC-CURRENT   TO UB-CURRENT-READING (WS-SVC-SUB)
              MOVE WS-SVC-USAGE     TO UB-USAGE (WS-SVC-SUB)
              MOVE WS-TF-FIXED-CHARGE (WS-SVC-SUB)
                  TO UB-FIXED-CHARGE (WS-SVC-SUB)
              MOVE WS-USAGE-CHARGE  TO UB-USAGE-CHARGE (WS-SVC-SUB)
              MOVE WS-SERVICE-CHARGE
                  TO UB-SERVICE-CHARGE (WS-SVC-SUB)
           END-IF
           .
      *------------------------------------------------------*
      *    LOOKING UP THE CYCLE READ FOR THE SERVICE ACCOUNT
      *------------------------------------------------------*
       041-FIND-READ.
           MOVE 'N' TO WS-READ-FOUND-SW
           SET WS-READ-INDEX TO 1
           SEARCH WS-READ-ENTRY
              AT END
                 CONTINUE
              WHEN WS-READ-KEY (WS-READ-INDEX) = WS-SVC-KEY
                 MOVE 'Y' TO WS-READ-FOUND-SW
           END-SEARCH
           .
      *------------------------------------------------------*
      *    LOOKING UP THE USAGE HISTORY FOR THE SERVICE ACCOUNT
      *------------------------------------------------------*
       042-FIND-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND-SW
           SET WS-HIST-INDEX TO 1
           SEARCH WS-HIST-ENTRY
              AT END
                 CONTINUE
              WHEN WS-HIST-KEY (WS-HIST-INDEX) = WS-SVC-KEY
                 MOVE 'Y' TO WS-HIST-FOUND-SW
           END-SEARCH
           IF WS-HIST-FOUND-SW = 'Y'
              MOVE WS-HIST-IMAGE (WS-HIST-INDEX) TO UH-USAGE-RECORD
           ELSE
              INITIALIZE UH-USAGE-RECORD
              MOVE WS-SVC-KEY TO UH-KEY
           END-IF
           .
      *------------------------------------------------------*
      *    BILLING FROM THE CYCLE READ.  THE CUSTOMER IS BILLED
      *    FROM THE READING LAST BILLED, SO A PRIOR ESTIMATE IS
      *    TRUED UP BY THE NEXT READ; A DIFFERENCE FROM A LAST
      *    ACTUAL READING IS LISTED FOR THE METER READERS.
      *------------------------------------------------------*
       043-USE-CYCLE-READ.
           MOVE 'Y' TO WS-READ-USED (WS-READ-INDEX)
           MOVE WS-READ-PRIOR (WS-READ-INDEX)   TO WS-SVC-PRIOR
           MOVE WS-READ-CURRENT (WS-READ-INDEX) TO WS-SVC-CURRENT
           MOVE WS-READ-DATE (WS-READ-INDEX)    TO WS-SVC-READ-DATE
           MOVE WS-READ-TYPE (WS-READ-INDEX)    TO WS-SVC-READ-TYPE
           IF WS-HIST-FOUND-SW = 'Y'
              IF UH-LAST-READING NOT = WS-SVC-PRIOR
                 AND UH-LAST-READ-ACTUAL
                 ADD 1 TO WS-PRIOR-DIFF-COUNT
                 DISPLAY '* PRIOR READ DIFFERS: ' WS-SVC-CODE ' '
                     WS-SVC-ACCNT ' BILLED ' UH-LAST-READING
                     ' READ ' WS-SVC-PRIOR
              END-IF
              MOVE UH-LAST-READING TO WS-SVC-PRIOR
           END-IF
      *    AN EARLIER ESTIMATE AHEAD OF THE METER IS CARRIED
      *    UNTIL THE ACTUAL READINGS CATCH UP WITH IT
           IF WS-SVC-CURRENT < WS-SVC-PRIOR
              MOVE 'Y' TO UB-READ-BELOW-SW (WS-SVC-SUB)
              MOVE WS-SVC-PRIOR TO WS-SVC-CURRENT
           END-IF
           COMPUTE WS-SVC-USAGE = WS-SVC-CURRENT - WS-SVC-PRIOR
           .
      *------------------------------------------------------*
      *    NO READ THIS CYCLE - ESTIMATING THE USAGE AS THE
      *    AVERAGE OF THE MONTHS KEPT IN THE USAGE HISTORY
      *------------------------------------------------------*
       044-ESTIMATE-FROM-HISTORY.
           MOVE 'S'             TO WS-SVC-READ-TYPE
           MOVE WS-CYCLE-DATE   TO WS-SVC-READ-DATE
           MOVE UH-LAST-READING TO WS-SVC-PRIOR
           MOVE ZERO            TO WS-SVC-USAGE
           IF WS-HIST-FOUND-SW = 'Y' AND UH-MONTHS-KEPT > ZERO
              MOVE ZERO TO WS-USAGE-SUM
              PERFORM 046-SUM-HISTORY-MONTH
                  VARYING WS-MONTH-SUB FROM 1 BY 1
                      UNTIL WS-MONTH-SUB > UH-MONTHS-KEPT
              COMPUTE WS-SVC-USAGE ROUNDED =
                  WS-USAGE-SUM / UH-MONTHS-KEPT
           ELSE
              ADD 1 TO WS-NO-HISTORY-COUNT
              DISPLAY '* NO READ, NO HIST : ' WS-SVC-CODE ' '
                  WS-SVC-ACCNT ' ACCOUNT ' WS-ACCNT-NMBER
           END-IF
           COMPUTE WS-SVC-CURRENT = WS-SVC-PRIOR + WS-SVC-USAGE
              ON SIZE ERROR
                 COMPUTE WS-SVC-CURRENT =
                     WS-SVC-PRIOR + WS-SVC-USAGE - 10000000
           END-COMPUTE
           .
      *------------------------------------------------------*
      *    PRICING THE USAGE BLOCK BY BLOCK AGAINST THE TARIFF
      *------------------------------------------------------*
       045-PRICE-USAGE.
           MOVE ZERO         TO WS-USAGE-CHARGE-W WS-BLOCK-FLOOR
           MOVE WS-SVC-USAGE TO WS-REMAINING-USAGE
           PERFORM 048-PRICE-ONE-BLOCK
               VARYING WS-TF-BLK-SUB FROM 1 BY 1
                   UNTIL WS-TF-BLK-SUB > WS-TF-BLOCK-COUNT (WS-SVC-SUB)
                      OR WS-REMAINING-USAGE = ZERO
           COMPUTE WS-USAGE-CHARGE ROUNDED = WS-USAGE-CHARGE-W
           COMPUTE WS-SERVICE-CHARGE =
               WS-TF-FIXED-CHARGE (WS-SVC-SUB) + WS-USAGE-CHARGE
              ON SIZE ERROR
                 MOVE 'ERROR:SERVICE CHARGE OVERFLOW' TO WS-MSG
                 MOVE SPACES TO WS-FS-MSG
                 GO TO ERROR-ROUTINE
           END-COMPUTE
           .
       046-SUM-HISTORY-MONTH.
           ADD UH-USAGE (WS-MONTH-SUB) TO WS-USAGE-SUM
           .
      *------------------------------------------------------*
      *    ROLLING THE BILLED USAGE INTO THE USAGE HISTORY
      *------------------------------------------------------*
       047-UPDATE-HISTORY.
           PERFORM 049-SHIFT-HISTORY-MONTH
               VARYING WS-MONTH-SUB FROM 6 BY -1
                   UNTIL WS-MONTH-SUB < 2
           MOVE WS-SVC-USAGE TO UH-USAGE (1)
           IF UH-MONTHS-KEPT < 6
              ADD 1 TO UH-MONTHS-KEPT
           END-IF
           MOVE WS-SVC-CURRENT   TO UH-LAST-READING
           MOVE WS-SVC-READ-DATE TO UH-LAST-READ-DATE
           MOVE WS-SVC-READ-TYPE TO UH-LAST-READ-TYPE
           IF WS-SVC-READ-TYPE = 'A'
              MOVE ZERO TO UH-ESTIMATE-COUNT
           ELSE
              IF UH-ESTIMATE-COUNT < 99
                 ADD 1 TO UH-ESTIMATE-COUNT
              END-IF
           END-IF
           IF WS-HIST-FOUND-SW = 'N'
              IF WS-HIST-COUNT = 999
                 MOVE 'ERROR:USAGE HISTORY TABLE FULL' TO WS-MSG
                 MOVE SPACES TO WS-FS-MSG
                 GO TO ERROR-ROUTINE
              END-IF
              ADD 1 TO WS-HIST-COUNT
              SET WS-HIST-INDEX TO WS-HIST-COUNT
              MOVE WS-SVC-KEY TO WS-HIST-KEY (WS-HIST-INDEX)
           END-IF
           MOVE UH-USAGE-RECORD TO WS-HIST-IMAGE (WS-HIST-INDEX)
           .
       048-PRICE-ONE-BLOCK.
           COMPUTE WS-BLOCK-UNITS =
               WS-TF-BLOCK-LIMIT (WS-SVC-SUB WS-TF-BLK-SUB)
                 - WS-BLOCK-FLOOR
           IF WS-BLOCK-UNITS > WS-REMAINING-USAGE
              MOVE WS-REMAINING-USAGE TO WS-BLOCK-UNITS
           END-IF
           COMPUTE WS-USAGE-CHARGE-W = WS-USAGE-CHARGE-W +
               WS-BLOCK-UNITS
                 * WS-TF-UNIT-RATE (WS-SVC-SUB WS-TF-BLK-SUB)
           SUBTRACT WS-BLOCK-UNITS FROM WS-REMAINING-USAGE
           MOVE WS-TF-BLOCK-LIMIT (WS-SVC-SUB WS-TF-BLK-SUB)
               TO WS-BLOCK-FLOOR
           .
       049-SHIFT-HISTORY-MONTH.
           MOVE UH-USAGE (WS-MONTH-SUB - 1) TO UH-USAGE (WS-MONTH-SUB)
           .
      *------------------------------------------------------*
      *    WRITING THE UPDATED USAGE HISTORY
      *------------------------------------------------------*
       070-WRITE-USAGE-HISTORY.
           PERFORM 071-WRITE-ONE-HISTORY
               VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
           .
       071-WRITE-ONE-HISTORY.
           SET WS-HIST-INDEX TO WS-HIST-SUB
           WRITE USAGE-HIST-NEW-RECORD
               FROM WS-HIST-IMAGE (WS-HIST-INDEX)
           IF WS-FS-USGNEW NOT = '00'
              MOVE 'ERROR UPON RECORDING USGHISTN' TO WS-MSG
              MOVE WS-FS-USGNEW TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           ADD 1 TO WS-RCORD-USGHIST
           .
      *------------------------------------------------------*
      *    LISTING READS FOR NO ACCOUNT ON THE CUSTOMER EXTRACT
      *------------------------------------------------------*
       075-LIST-UNMATCHED-READS.
           PERFORM 076-CHECK-ONE-READ
               VARYING WS-READ-SUB FROM 1 BY 1
                   UNTIL WS-READ-SUB > WS-READ-COUNT
           .
       076-CHECK-ONE-READ.
           SET WS-READ-INDEX TO WS-READ-SUB
           IF WS-READ-USED (WS-READ-INDEX) = 'N'
              ADD 1 TO WS-READS-UNMATCHED
              DISPLAY '* READ UNMATCHED  : '
                  WS-READ-KEY (WS-READ-INDEX) (1:1) ' '
                  WS-READ-KEY (WS-READ-INDEX) (2:5)
           END-IF
           .
      *------------------------------------------------------------
      *     FINAL PROCEDURE
      *------------------------------------------------------------
       090-EXIT.
           DISPLAY '*-----------------------------------------*'
           DISPLAY '*      QUICK REPORT ON BILLING CYCLE      *'
           DISPLAY '*-----------------------------------------*'
           DISPLAY '* CYCLE DATE                  : ' WS-CYCLE-DATE
           DISPLAY '* METER READS READ            : ' WS-READS-READ
           DISPLAY '* METER READS REJECTED        : ' WS-READS-REJECTED
           DISPLAY '* METER READS UNMATCHED       : '
               WS-READS-UNMATCHED
           DISPLAY '* FILES READ        - CUSTEXT: ' WS-COUNTREAD
           DISPLAY '* FILES RECORDED    - SAMFILE: ' WS-RCORD-SAMFILE
           DISPLAY '* FILES RECORDED    - BILLDTL: ' WS-RCORD-BILLDTL
           DISPLAY '* FILES RECORDED    - USGHIST: ' WS-RCORD-USGHIST
           DISPLAY '* SERVICES BILLED ON ACTUAL   : ' WS-ACTUAL-COUNT
           DISPLAY '* SERVICES READER ESTIMATED   : '
               WS-METER-EST-COUNT
           DISPLAY '* SERVICES SYSTEM ESTIMATED   : '
               WS-SYSTEM-EST-COUNT
           DISPLAY '* ESTIMATED, NO HISTORY       : '
               WS-NO-HISTORY-COUNT
           DISPLAY '* PRIOR READS DIFFERING       : '
               WS-PRIOR-DIFF-COUNT
           DISPLAY '* BILLS FLAGGED ESTIMATED     : ' WS-ESTIMATED-BILLS
           MOVE WS-ENERGY-TOTAL TO WS-EDIT-AMOUNT
           DISPLAY '* ENERGY CHARGES TOTAL        : ' WS-EDIT-AMOUNT
           MOVE WS-GAS-TOTAL TO WS-EDIT-AMOUNT
           DISPLAY '* GAS CHARGES TOTAL           : ' WS-EDIT-AMOUNT
           MOVE WS-BILLING-TOTAL TO WS-EDIT-AMOUNT
           DISPLAY '* BILLING AMOUNT TOTAL        : ' WS-EDIT-AMOUNT
           DISPLAY '*-----------------------------------------*'
           PERFORM  055-CLOSE-FILE
           IF WS-COUNTREAD NOT = WS-RCORD-SAMFILE
              OR WS-COUNTREAD NOT = WS-RCORD-BILLDTL
              OR WS-BILLING-TOTAL NOT = WS-ENERGY-TOTAL + WS-GAS-TOTAL
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*  COUNT DISCREPANCY - BILLING INCOMPLETE  *'
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*   ABNORMAL END OF TREI0011               *'
              DISPLAY '*-----------------------------------------*'
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-READS-REJECTED > ZERO
                 OR WS-READS-UNMATCHED > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
              DISPLAY '*-----------------------------------------*'
              DISPLAY '*      NORMAL END OF TREI0011             *'
              DISPLAY '*-----------------------------------------*'
           END-IF
           .
      *------------------------------------------------------*
      *    PROCESS FOR CLOSING UP THE FILES
      *------------------------------------------------------*
       055-CLOSE-FILE.
           CLOSE CUSTOMER-FILE
           IF WS-FS-CUSTEXT NOT = '00'
              MOVE 'ERROR UPON CLOSING CUSTEXT' TO WS-MSG
              MOVE WS-FS-CUSTEXT TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE SAM-FILE
           IF WS-FS-SAMFILE NOT = '00'
              MOVE 'ERROR UPON CLOSING SAM-FILE' TO WS-MSG
              MOVE WS-FS-SAMFILE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE BILL-DETAIL-FILE
           IF WS-FS-BILLDTL NOT = '00'
              MOVE 'ERROR UPON CLOSING BILLDTL' TO WS-MSG
              MOVE WS-FS-BILLDTL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE USAGE-HIST-NEW
           IF WS-FS-USGNEW NOT = '00'
              MOVE 'ERROR UPON CLOSING USGHISTN' TO WS-MSG
              MOVE WS-FS-USGNEW TO WS-FS-MSG
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
           DISPLAY '* ABNORMAL END OF COBPGM TREI0011 *'
           DISPLAY '*---------------------------------*'
           STOP RUN .
