       FILE-CONTROL.
           SELECT SAM-FILE ASSIGN TO DISKFIL
                  FILE STATUS IS WS-FS-SAMFILE.
           SELECT OPTIONAL ISAM-FILE ASSIGN TO ISAMFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ISAM-ACCNT-NMBER
                  FILE STATUS IS WS-FS-PRIOR.
           SELECT PRIOR-NEW ASSIGN TO PRIORNEW
                  FILE STATUS IS WS-FS-PRIORN.
           SELECT CONTROL-FILE ASSIGN TO TREICTL
                  FILE STATUS IS WS-FS-TREICTL.
       DATA DIVISION.
       FILE SECTION.
       FD  SAM-FILE
           .
       01  ISAM-RECORD.
           05  ISAM-ACCNT-NMBER     PIC X(05).
           05  FILLER               PIC X(295).
       FD  DISKFIL
           LABEL RECORD STANDARD
           RECORDING MODE F
           RECORDING MODE F
           .
       01  PRIOR-NEW-RECORD         PIC X(80).
       FD  CONTROL-FILE
           LABEL RECORD STANDARD
           RECORDING MODE F
           .
       01  CONTROL-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FLAG-AREA.
           05  WS-FS-SAMFILE        PIC X(02).
           05  WS-CHANGE-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-DELETE-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-UNCHANGED-COUNT   PIC 9(03) VALUE ZERO.
           05  WS-FS-TREICTL        PIC X(02) VALUE SPACES.
           05  WS-DROPPED-COUNT     PIC 9(03) VALUE ZERO.
           05  WS-KEPT-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-ROLLED-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-ISAM-FOUND-SW     PIC X(01) VALUE 'N'.
           05  WS-RECONCILED-SW     PIC X(01) VALUE 'N'.
      *------------------------------------------------------*
      *    EVERY NEW BILL NUMBER IS DATED THE RUN DATE AND FALLS
      *    DUE WS-DUE-DAYS LATER
       01  WS-BILL-DATING.
           05  WS-BILL-DATE         PIC 9(08) VALUE ZERO.
           05  WS-DUE-DATE          PIC 9(08) VALUE ZERO.
           05  WS-DUE-DAYS          PIC 9(03) VALUE 21.
           05  WS-LEDGER-SUB        PIC 9(01) VALUE ZERO.
           05  WS-REBILL-DIFF       PIC S9(5)V99 COMP-3 VALUE ZERO.
      *------------------------------------------------------*
      *    CLIENT, ADDRESS AND SERVICE ACCOUNTS MAINTAINED BY
      *    TREI0016 ARE HELD OVER THE SAM-FILE VALUES UNTIL THE
      *    FEED CATCHES UP WITH THEM
       01  WS-MAINTAINED-FIELDS.
           05  WS-HELD-KEPT-COUNT   PIC 9(03) VALUE ZERO.
           05  WS-HELD-RELEASED-COUNT PIC 9(03) VALUE ZERO.
           05  WS-HELD-IDENTITY.
               10  WS-HELD-CLIENT-NMBER PIC X(20).
               10  WS-HELD-ADDRESS      PIC X(20).
               10  WS-HELD-ENERGY-ACCNT PIC X(05).
               10  WS-HELD-DSKF-NMBER   PIC X(05).
               10  WS-HELD-GAS-ACCNT    PIC X(05).
           05  WS-FEED-IDENTITY.
               10  WS-FEED-CLIENT-NMBER PIC X(20).
               10  WS-FEED-ADDRESS      PIC X(20).
               10  WS-FEED-ENERGY-ACCNT PIC X(05).
               10  WS-FEED-DSKF-NMBER   PIC X(05).
               10  WS-FEED-GAS-ACCNT    PIC X(05).
      *------------------------------------------------------*
      *    DELTA MODE COMPARES TODAYS SAM-FILE AGAINST THE
      *    PRIOR RUNS MASTER AND APPLIES ONLY THE DIFFERENCES
           05  WS-BILLING-AMOUNT-TEXT-R REDEFINES
               WS-BILLING-AMOUNT-TEXT   PIC 9(05)V99.
           05  WS-RESERVED         PIC X(08) VALUE SPACES.
      *    TREI0011 CARRIES THE ENERGY AND GAS CHARGES MAKING UP
      *    THE BILLING AMOUNT IN THE RESERVED AREA
           05  WS-SERVICE-CHARGES  REDEFINES WS-RESERVED.
               10  WS-ENERGY-CHARGE PIC S9(5)V99 COMP-3.
               10  WS-GAS-CHARGE    PIC S9(5)V99 COMP-3.
       COPY UTMAST.
       COPY UTCTLREC.
       01  WS-ISAM-FILE.
           05  WS-ACCNT-NMBER1    PIC X(05) VALUE SPACES.
           05  WS-CLIENT-NMBER1   PIC X(20) VALUE SPACES.
           05  WS-DSKF-NMBER1     PIC X(05) VALUE SPACES.
           05  WS-GAS-ACCNT1      PIC X(05) VALUE SPACES.
           05  WS-BILLING-AMOUNT1 PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-ENERGY-CHARGE1  PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-GAS-CHARGE1     PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-RESERVED1       PIC X(03) VALUE SPACES.
       01  WS-DISKFILL.
           05  WS-ACCNT-NMBER2    PIC X(05) VALUE SPACES.
           05  WS-CLIENT-NMBER2   PIC X(20) VALUE SPACES.
           05  WS-BILL-NMBER2     PIC X(05) VALUE SPACES.
           05  WS-ENERGY-ACCNT2   PIC X(05) VALUE SPACES.
           05  WS-BILLING-AMOUNT2 PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-ENERGY-CHARGE2  PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-GAS-CHARGE2     PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-RESERVED2       PIC X(03) VALUE SPACES.
       PROCEDURE DIVISION.
      *------------------------------------------------------*
      *     MAIN PROCESS
           PERFORM 030-PROCESS UNTIL WS-FS-SAMFILE = '10'
           IF DELTA-MODE
              PERFORM 080-DELETE-DROPPED-ACCTS
           ELSE
              PERFORM 085-SWEEP-DROPPED-ACCTS
           END-IF
           PERFORM 090-EXIT
           STOP RUN
           IF WS-RUN-MODE NOT = 'D'
              MOVE 'F' TO WS-RUN-MODE
           END-IF
           ACCEPT WS-BILL-DATE FROM DATE YYYYMMDD
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BILL-DATE) + WS-DUE-DAYS)
           IF DELTA-MODE
              PERFORM 015-LOAD-PRIOR-MASTER
           END-IF
              MOVE WS-FS-PRIORN TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
      *    THE MASTER CARRIES EACH ACCOUNTS RECEIVABLES, SO EVEN A
      *    FULL REFRESH UPDATES IT IN PLACE RATHER THAN RELOADING
           OPEN I-O ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00' AND '05'
              MOVE 'ERROR UPON OPENING ISAM-FILE' TO WS-MSG
               MOVE  WS-FS-ISAMFLE         TO WS-FS-MSG
                GO TO ERROR-ROUTINE
              MOVE 'Y' TO WS-PRIOR-SEEN (WS-PRIOR-INDEX)
              IF WS-SAM-FILE = WS-PRIOR-IMAGE (WS-PRIOR-INDEX)
                 ADD 1 TO WS-UNCHANGED-COUNT
                 PERFORM 040-OVERLAY-HELD-DISKFIL
                 PERFORM 035-RCORD-DISKFIL
              ELSE
                 ADD 1 TO WS-CHANGE-COUNT
                 DISPLAY '* DELTA CHANGE    : ' WS-ACCNT-NMBER
                 PERFORM 035-RCORD-ISAM-FILE
                 PERFORM 035-RCORD-DISKFIL
              END-IF
           END-IF
           .
      *------------------------------------------------------*
      *    DELETING ACCOUNTS DROPPED FROM TODAYS SAM FILE
      *------------------------------------------------------*
       080-DELETE-DROPPED-ACCTS.
           IF WS-PRIOR-SEEN (WS-PRIOR-INDEX) = 'N'
              MOVE WS-PRIOR-ACCNT (WS-PRIOR-INDEX)
                  TO ISAM-ACCNT-NMBER
              READ ISAM-FILE
              IF WS-FS-ISAMFLE NOT = '00' AND '23'
                 MOVE 'ERROR UPON READING ISAM-FILE' TO WS-MSG
                 MOVE WS-FS-ISAMFLE TO WS-FS-MSG
                 GO TO ERROR-ROUTINE
              END-IF
              IF WS-FS-ISAMFLE = '00'
                 MOVE ISAM-RECORD TO UM-MASTER-RECORD
                 EVALUATE TRUE
                    WHEN UM-OPEN-BALANCE NOT = ZERO
                       ADD 1 TO WS-KEPT-COUNT
                       DISPLAY '* KEPT, BALANCE OPEN : '
                           WS-PRIOR-ACCNT (WS-PRIOR-INDEX)
                    WHEN UM-MAINT-HELD AND NOT UM-ACCOUNT-CLOSED
                       ADD 1 TO WS-KEPT-COUNT
                       DISPLAY '* KEPT, MAINTAINED   : '
                           WS-PRIOR-ACCNT (WS-PRIOR-INDEX)
                    WHEN OTHER
                       PERFORM 082-DELETE-ISAM-RECORD
                       ADD 1 TO WS-DELETE-COUNT
                       DISPLAY '* DELTA DELETE    : '
                           WS-PRIOR-ACCNT (WS-PRIOR-INDEX)
                 END-EVALUATE
              END-IF
           END-IF
           .
       082-DELETE-ISAM-RECORD.
           DELETE ISAM-FILE RECORD
           IF WS-FS-ISAMFLE NOT = '00'
              MOVE 'ERROR UPON DELETING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
      *------------------------------------------------------*
      *    FULL REFRESH - DROPPING MASTER ACCOUNTS NOT ON TODAYS
      *    SAM FILE.  AN ACCOUNT STILL OWING IS KEPT UNTIL ITS
      *    BALANCE IS CLEARED, AND ONE ADDED OR CHANGED BY
      *    MAINTENANCE IS KEPT UNTIL THE FEED CARRIES IT.
      *------------------------------------------------------*
       085-SWEEP-DROPPED-ACCTS.
           MOVE LOW-VALUES TO ISAM-ACCNT-NMBER
           START ISAM-FILE KEY NOT LESS THAN ISAM-ACCNT-NMBER
           IF WS-FS-ISAMFLE = '00'
              PERFORM 086-READ-NEXT-ISAM
              PERFORM 087-SWEEP-ONE-ACCT
                  UNTIL WS-FS-ISAMFLE = '10'
           END-IF
           .
       086-READ-NEXT-ISAM.
           READ ISAM-FILE NEXT RECORD
           IF WS-FS-ISAMFLE NOT = '00' AND '10'
              MOVE 'ERROR UPON READING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           .
       087-SWEEP-ONE-ACCT.
           MOVE ISAM-RECORD TO UM-MASTER-RECORD
           MOVE 'N' TO WS-DUP-SW
           SET WS-SEEN-INDEX TO 1
           SEARCH WS-SEEN-ACCNT-TABLE
              AT END
                 CONTINUE
              WHEN WS-SEEN-ACCNT-NMBER (WS-SEEN-INDEX) = UM-ACCNT-NMBER
                 MOVE 'Y' TO WS-DUP-SW
           END-SEARCH
           IF WS-DUP-SW = 'N'
              EVALUATE TRUE
                 WHEN UM-OPEN-BALANCE NOT = ZERO
                    ADD 1 TO WS-KEPT-COUNT
                    DISPLAY '* KEPT, BALANCE OPEN : ' UM-ACCNT-NMBER
                 WHEN UM-MAINT-HELD AND NOT UM-ACCOUNT-CLOSED
                    ADD 1 TO WS-KEPT-COUNT
                    DISPLAY '* KEPT, MAINTAINED   : ' UM-ACCNT-NMBER
                 WHEN OTHER
                    PERFORM 082-DELETE-ISAM-RECORD
                    ADD 1 TO WS-DROPPED-COUNT
                    DISPLAY '* DROPPED FROM SAM  : ' UM-ACCNT-NMBER
              END-EVALUATE
           END-IF
           PERFORM 086-READ-NEXT-ISAM
           .
      *------------------------------------------------------*
      *    VALIDATING AND TOTALING THE BILLING AMOUNT
      *------------------------------------------------------*
       033-VALIDATE-BILLING-AMOUNT.
              MOVE ZERO TO WS-BILLING-AMOUNT
              ADD  1    TO WS-BILLING-INVALID
           END-IF
      *    A SAM-FILE NOT BUILT BY TREI0011 HAS NO CHARGE SPLIT
           IF WS-ENERGY-CHARGE NUMERIC AND WS-GAS-CHARGE NUMERIC
              MOVE WS-ENERGY-CHARGE TO WS-ENERGY-CHARGE1
                                       WS-ENERGY-CHARGE2
              MOVE WS-GAS-CHARGE    TO WS-GAS-CHARGE1
                                       WS-GAS-CHARGE2
           ELSE
              MOVE ZERO TO WS-ENERGY-CHARGE1 WS-ENERGY-CHARGE2
                           WS-GAS-CHARGE1    WS-GAS-CHARGE2
           END-IF
           .
      *------------------------------------------------------*
      *    CHECKING FOR DUPLICATE ACCOUNT NUMBERS
      *    RECORDING ON ISAM FILE
      *------------------------------------------------------*
       035-RCORD-ISAM-FILE.
           MOVE WS-ACCNT-NMBER1 TO ISAM-ACCNT-NMBER
           READ ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00' AND '23'
              MOVE 'ERROR UPON READING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           IF WS-FS-ISAMFLE = '00'
              MOVE 'Y' TO WS-ISAM-FOUND-SW
              MOVE ISAM-RECORD TO UM-MASTER-RECORD
           ELSE
              MOVE 'N' TO WS-ISAM-FOUND-SW
              MOVE SPACES TO UM-MASTER-RECORD
              INITIALIZE UM-RECEIVABLES
           END-IF
           IF WS-ISAM-FOUND-SW = 'Y' AND UM-MAINT-HELD
              MOVE UM-CLIENT-NMBER  TO WS-HELD-CLIENT-NMBER
              MOVE UM-ADDRESS       TO WS-HELD-ADDRESS
              MOVE UM-ENERGY-ACCNT  TO WS-HELD-ENERGY-ACCNT
              MOVE UM-DSKF-NMBER    TO WS-HELD-DSKF-NMBER
              MOVE UM-GAS-ACCNT     TO WS-HELD-GAS-ACCNT
           END-IF
           MOVE WS-ISAM-FILE TO UM-FANOUT-IMAGE
           IF WS-ISAM-FOUND-SW = 'Y' AND UM-MAINT-HELD
              PERFORM 037-KEEP-MAINTAINED-FIELDS
           END-IF
           PERFORM 038-ROLL-RECEIVABLES
           MOVE UM-MASTER-RECORD TO ISAM-RECORD
           IF WS-ISAM-FOUND-SW = 'Y'
              REWRITE ISAM-RECORD
           ELSE
              WRITE ISAM-RECORD
           END-IF
           IF WS-FS-ISAMFLE NOT = '00'
              MOVE  'ERROR UPON RECORDING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
           ADD 1 TO WS-RCORDISAMFIL
           .
      *------------------------------------------------------*
      *    KEEPING MAINTAINED FIELDS OVER A STALE SAM-FILE - ONCE
      *    THE FEED SENDS THE SAME VALUES THE HOLD IS RELEASED
      *------------------------------------------------------*
       037-KEEP-MAINTAINED-FIELDS.
           MOVE WS-CLIENT-NMBER1  TO WS-FEED-CLIENT-NMBER
           MOVE WS-ADDRESS1       TO WS-FEED-ADDRESS
           MOVE WS-ENERGY-ACCNT1  TO WS-FEED-ENERGY-ACCNT
           MOVE WS-DSKF-NMBER1    TO WS-FEED-DSKF-NMBER
           MOVE WS-GAS-ACCNT1     TO WS-FEED-GAS-ACCNT
           IF WS-FEED-IDENTITY = WS-HELD-IDENTITY
              MOVE 'N' TO UM-MAINT-HOLD-SW
              ADD 1 TO WS-HELD-RELEASED-COUNT
           ELSE
              MOVE WS-HELD-CLIENT-NMBER TO UM-CLIENT-NMBER
                                           WS-CLIENT-NMBER2
              MOVE WS-HELD-ADDRESS      TO UM-ADDRESS
                                           WS-ADDRESS2
              MOVE WS-HELD-ENERGY-ACCNT TO UM-ENERGY-ACCNT
                                           WS-ENERGY-ACCNT2
              MOVE WS-HELD-DSKF-NMBER   TO UM-DSKF-NMBER
                                           WS-DSKF-NMBER2
              MOVE WS-HELD-GAS-ACCNT    TO UM-GAS-ACCNT
                                           WS-GAS-ACCNT2
              ADD 1 TO WS-HELD-KEPT-COUNT
              DISPLAY '* MAINTAINED, KEPT  : ' UM-ACCNT-NMBER
           END-IF
           .
      *------------------------------------------------------*
      *    AN UNCHANGED DELTA ACCOUNT IS NOT REWRITTEN TO THE
      *    ISAM-FILE, BUT ITS DISKFIL RECORD STILL CARRIES ANY
      *    HELD MAINTENANCE
      *------------------------------------------------------*
       040-OVERLAY-HELD-DISKFIL.
           MOVE WS-ACCNT-NMBER1 TO ISAM-ACCNT-NMBER
           READ ISAM-FILE
           IF WS-FS-ISAMFLE NOT = '00' AND '23'
              MOVE 'ERROR UPON READING ISAM-FILE' TO WS-MSG
              MOVE WS-FS-ISAMFLE TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           IF WS-FS-ISAMFLE = '00'
              MOVE ISAM-RECORD TO UM-MASTER-RECORD
              IF UM-MAINT-HELD
                 MOVE UM-CLIENT-NMBER TO WS-CLIENT-NMBER2
                 MOVE UM-ADDRESS      TO WS-ADDRESS2
                 MOVE UM-ENERGY-ACCNT TO WS-ENERGY-ACCNT2
                 MOVE UM-DSKF-NMBER   TO WS-DSKF-NMBER2
                 MOVE UM-GAS-ACCNT    TO WS-GAS-ACCNT2
              END-IF
           END-IF
           .
      *------------------------------------------------------*
      *    ROLLING THE RECEIVABLES FOR A NEW BILL NUMBER - THE
      *    BALANCE BEFORE PAYMENTS BECOMES THE PRIOR BALANCE AND
      *    THE BILL GOES ON THE LEDGER.  THE SAME BILL NUMBER
      *    SENT AGAIN WITH A NEW AMOUNT ONLY ADJUSTS THE BILL.
      *------------------------------------------------------*
       038-ROLL-RECEIVABLES.
           IF UM-BILL-NMBER = UM-LAST-BILL-NMBER
              COMPUTE WS-REBILL-DIFF =
                  UM-BILLING-AMOUNT - UM-LEDGER-AMOUNT (1)
              IF WS-REBILL-DIFF NOT = ZERO
                 ADD WS-REBILL-DIFF TO UM-OPEN-BALANCE
                                       UM-LEDGER-OPEN (1)
                 MOVE UM-BILLING-AMOUNT TO UM-LEDGER-AMOUNT (1)
                 DISPLAY '* BILL RE-AMOUNTED  : ' UM-ACCNT-NMBER
                     ' ' UM-BILL-NMBER
              END-IF
           ELSE
              COMPUTE UM-PRIOR-BALANCE =
                  UM-OPEN-BALANCE + UM-PAYMENTS-SINCE-BILL
              MOVE UM-PAYMENTS-SINCE-BILL TO UM-BILL-PAYMENTS
              MOVE ZERO                   TO UM-PAYMENTS-SINCE-BILL
              ADD  UM-BILLING-AMOUNT      TO UM-OPEN-BALANCE
              PERFORM 039-SHIFT-BILL-LEDGER
                  VARYING WS-LEDGER-SUB FROM 6 BY -1
                      UNTIL WS-LEDGER-SUB < 2
              MOVE UM-BILL-NMBER     TO UM-LEDGER-BILL-NMBER (1)
              MOVE WS-BILL-DATE      TO UM-LEDGER-BILL-DATE (1)
              MOVE UM-BILLING-AMOUNT TO UM-LEDGER-AMOUNT (1)
                                        UM-LEDGER-OPEN (1)
              MOVE UM-BILL-NMBER     TO UM-LAST-BILL-NMBER
              MOVE WS-BILL-DATE      TO UM-LAST-BILL-DATE
              MOVE WS-DUE-DATE       TO UM-DUE-DATE
              ADD 1 TO WS-ROLLED-COUNT
           END-IF
           .
       039-SHIFT-BILL-LEDGER.
           MOVE UM-BILL-LEDGER (WS-LEDGER-SUB - 1)
               TO UM-BILL-LEDGER (WS-LEDGER-SUB)
           .
      *------------------------------------------------------*
      *    RECORDING FILE DISKFIL
      *------------------------------------------------------*
       035-RCORD-DISKFIL.
           DISPLAY '* DUPLICATE ACCTS REJECTED    : ' WS-DUP-REJECTED
           DISPLAY '* BILLING AMOUNTS INVALID     : ' WS-BILLING-INVALID
           DISPLAY '* BILLING AMOUNT TOTAL        : ' WS-BILLING-TOTAL
           DISPLAY '* NEW BILLS ON RECEIVABLES    : ' WS-ROLLED-COUNT
           DISPLAY '* DROPPED, KEPT ON MASTER     : ' WS-KEPT-COUNT
           DISPLAY '* MAINTAINED FIELDS KEPT      : '
               WS-HELD-KEPT-COUNT
           DISPLAY '* MAINTENANCE HOLDS RELEASED  : '
               WS-HELD-RELEASED-COUNT
           IF NOT DELTA-MODE
              DISPLAY '* DROPPED FROM MASTER         : '
                  WS-DROPPED-COUNT
           END-IF
           IF DELTA-MODE
              DISPLAY '* DELTA ADDS                  : ' WS-ADD-COUNT
              DISPLAY '* DELTA CHANGES               : '
                 DISPLAY '*-----------------------------------------*'
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO WS-RECONCILED-SW
                 DISPLAY '*-----------------------------------------*'
                 DISPLAY '*      NORMAL END OF TREI0012             *'
                 DISPLAY '*-----------------------------------------*'
                 DISPLAY '*-----------------------------------------*'
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO WS-RECONCILED-SW
                 DISPLAY '*-----------------------------------------*'
                 DISPLAY '*      NORMAL END OF TREI0012             *'
                 DISPLAY '*-----------------------------------------*'
              END-IF
           END-IF
           PERFORM 057-RCORD-CONTROL-FILE
           .
      *------------------------------------------------------*
      *    RECORDING THE RUN CONTROL TOTALS FOR THE BILL PRINT
      *------------------------------------------------------*
       057-RCORD-CONTROL-FILE.
           MOVE SPACES           TO CT-CONTROL-RECORD
           MOVE 'TREI0012'       TO CT-PROGRAM-ID
           MOVE WS-BILL-DATE     TO CT-RUN-DATE
           MOVE WS-COUNTREAD     TO CT-RECORDS-READ
           MOVE WS-DUP-REJECTED  TO CT-DUP-REJECTED
           MOVE WS-RCORDISAMFIL  TO CT-ISAM-RECORDED
           MOVE WS-RCORD-DKFIL   TO CT-DISKFIL-RECORDED
           MOVE WS-BILLING-TOTAL TO CT-BILLING-TOTAL
           MOVE WS-RECONCILED-SW TO CT-RECONCILED-SW
           OPEN OUTPUT CONTROL-FILE
           IF WS-FS-TREICTL NOT = '00'
              MOVE 'ERROR UPON OPENING TREICTL' TO WS-MSG
              MOVE WS-FS-TREICTL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           WRITE CONTROL-RECORD FROM CT-CONTROL-RECORD
           IF WS-FS-TREICTL NOT = '00'
              MOVE 'ERROR UPON RECORDING TREICTL' TO WS-MSG
              MOVE WS-FS-TREICTL TO WS-FS-MSG
              GO TO ERROR-ROUTINE
           END-IF
           CLOSE CONTROL-FILE
           .
      *------------------------------------------------------*
      *    PROCESS FOR CLOSING UP THE FILES
