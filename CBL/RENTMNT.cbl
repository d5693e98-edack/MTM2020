       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RENTAL-MASTER ASSIGN TO RENTMAST.
           SELECT RENTAL-MASTER-NEW ASSIGN TO RENTNEW.
           SELECT RENTAL-TRAN-FILE ASSIGN TO RENTTRAN.
           SELECT INVENTORY-FILE   ASSIGN TO INVFILE.
           SELECT INVENTORY-NEW    ASSIGN TO INVNEW.
           SELECT ACCT-MASTER      ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO.
           SELECT PRINT-FILE       ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE     ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  RENTAL-MASTER
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  RENTAL-MASTER-RECORD            PIC X(100).
      *----------------------------------------------------------*
       FD  RENTAL-MASTER-NEW
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  RENTAL-MASTER-NEW-RECORD        PIC X(100).
      *----------------------------------------------------------*
       FD  RENTAL-TRAN-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    O = OPEN (CHECK OUT), I = CHECK IN, E = EXTEND THE
      *    DUE-BACK DATE.  A BLANK START OR CHECK-IN DATE IS TAKEN
      *    AS THE BUSINESS DATE.
       01  RENTAL-TRAN-RECORD.
           05  TR-AGREEMENT-NO             PIC X(08).
           05  TR-TRANS-CODE               PIC X(01).
               88  TR-OPEN                     VALUE 'O'.
               88  TR-CHECK-IN                 VALUE 'I'.
               88  TR-EXTEND                   VALUE 'E'.
           05  TR-ARTIST-ACCT-NO           PIC X(08).
           05  TR-INSTRUMENT-TYPE          PIC X(06).
           05  TR-INSTRUMENT-QUALITY       PIC X(01).
           05  TR-RENTED-QTY               PIC 9(03).
           05  TR-START-DATE               PIC 9(08).
           05  TR-START-DATE-X REDEFINES TR-START-DATE
                                           PIC X(08).
           05  TR-DUE-BACK-DATE            PIC 9(08).
           05  TR-MONTHLY-RATE             PIC 9(05)V99.
           05  TR-CHECK-IN-DATE            PIC 9(08).
           05  TR-CHECK-IN-DATE-X REDEFINES TR-CHECK-IN-DATE
                                           PIC X(08).
           05  FILLER                      PIC X(22).
      *----------------------------------------------------------*
       FD  INVENTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       01  INVENTORY-FILE-RECORD           PIC X(80).
      *----------------------------------------------------------*
       FD  INVENTORY-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       01  INVENTORY-NEW-RECORD            PIC X(80).
      *----------------------------------------------------------*
       FD  ACCT-MASTER.
      *----------------------------------------------------------*
       COPY ACCTREC.
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRINT-RECORD.
      *    05  CC                          PIC X(01).
           05  PRINT-LINE                  PIC X(132).
      *----------------------------------------------------------*
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
      *----------------------------------------------------------*
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTLFL.
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    INSTRUMENT RENTAL AGREEMENTS.  THE RENTTRAN TRANSACTIONS
      *    ARE APPLIED TO THE RENTMAST AGREEMENT MASTER (OLD/NEW
      *    PAIR) AND TO INVFILE STOCK (OLD/NEW PAIR): AN OPEN TAKES
      *    THE RENTED QUANTITY OUT OF IV-ON-HAND-QTY AND IS REFUSED
      *    WHEN THERE IS NOT ENOUGH STOCK, WHEN THE ARTIST ACCOUNT IS
      *    NOT ON ACCTMST OR IS NOT IN GOOD STANDING, OR WHEN THE
      *    DATES OR RATE ARE NOT RIGHT; A CHECK-IN PUTS THE
      *    QUANTITY BACK.  AFTER THE TRANSACTIONS EVERY AGREEMENT
      *    STILL OUT PAST ITS DUE-BACK DATE IS LISTED AS OVERDUE.
      *    RENTBILL CHARGES THE MONTHLY RENT.
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  INSTRUMENT RENTAL AGREEMENT ACTIVITY  '.
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  HL1-BUSINESS-DATE       PIC X(10).
               10  FILLER                  PIC X(66) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(10) VALUE 'AGREEMENT'.
               10  FILLER  PIC X(05) VALUE 'TRAN'.
               10  FILLER  PIC X(10) VALUE 'ACCOUNT'.
               10  FILLER  PIC X(10) VALUE 'INSTR/Q'.
               10  FILLER  PIC X(05) VALUE 'QTY'.
               10  FILLER  PIC X(12) VALUE 'START'.
               10  FILLER  PIC X(12) VALUE 'DUE BACK'.
               10  FILLER  PIC X(12) VALUE '  MONTHLY'.
               10  FILLER  PIC X(56) VALUE 'DISPOSITION'.
      *----------------------------------------------------------*
           05  SECTION-LINE.
               10  SCL-TITLE               PIC X(40).
               10  FILLER                  PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  ACTIVITY-DETAIL-LINE.
               10  ADL-AGREEMENT-NO        PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ADL-TRANS-CODE          PIC X(01).
               10  FILLER                  PIC X(04) VALUE SPACE.
               10  ADL-ACCT-NO             PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ADL-INSTRUMENT          PIC X(06).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  ADL-QUALITY             PIC X(01).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ADL-QTY                 PIC ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ADL-START-DATE          PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ADL-DUE-BACK-DATE       PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ADL-MONTHLY-RATE        PIC ZZ,ZZ9.99.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  ADL-DISPOSITION         PIC X(30).
               10  FILLER                  PIC X(26) VALUE SPACE.
      *----------------------------------------------------------*
           05  OVERDUE-HEADING.
               10  FILLER  PIC X(10) VALUE 'AGREEMENT'.
               10  FILLER  PIC X(10) VALUE 'ACCOUNT'.
               10  FILLER  PIC X(26) VALUE 'ARTIST'.
               10  FILLER  PIC X(10) VALUE 'INSTR/Q'.
               10  FILLER  PIC X(05) VALUE 'QTY'.
               10  FILLER  PIC X(12) VALUE 'DUE BACK'.
               10  FILLER  PIC X(10) VALUE 'DAYS LATE'.
               10  FILLER  PIC X(49) VALUE '  MONTHLY'.
      *----------------------------------------------------------*
           05  OVERDUE-DETAIL-LINE.
               10  ODL-AGREEMENT-NO        PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ODL-ACCT-NO             PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ODL-ARTIST-NAME         PIC X(24).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ODL-INSTRUMENT          PIC X(06).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  ODL-QUALITY             PIC X(01).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ODL-QTY                 PIC ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ODL-DUE-BACK-DATE       PIC X(10).
               10  FILLER                  PIC X(04) VALUE SPACE.
               10  ODL-DAYS-LATE           PIC ZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ODL-MONTHLY-RATE        PIC ZZ,ZZ9.99.
               10  FILLER                  PIC X(40) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** RENTALS OPENED : '.
               10  TL1-OPEN-COUNT          PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   CHECKED IN : '.
               10  TL1-CHECK-IN-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   EXTENDED   : '.
               10  TL1-EXTEND-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   REJECTED   : '.
               10  TL1-REJECT-COUNT        PIC ZZ,ZZ9.
               10  FILLER                  PIC X(40) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(20) VALUE '** RENTALS OUT    : '.
               10  TL2-OUT-COUNT           PIC ZZ,ZZ9.
               10  FILLER  PIC X(16) VALUE '   OVERDUE    : '.
               10  TL2-OVERDUE-COUNT       PIC ZZ,ZZ9.
               10  FILLER                  PIC X(84) VALUE SPACE.
      *----------------------------------------------------------*
       01  RENTAL-TABLE-FIELDS.
           05  RENTAL-TABLE OCCURS 1000 TIMES
                           INDEXED BY RN-INDEX.
               10  RNT-AGREEMENT-NO        PIC X(08) VALUE SPACE.
               10  RNT-RECORD              PIC X(100).
           05  RENTAL-TABLE-COUNT          PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  INVENTORY-TABLE-FIELDS.
           05  INVENTORY-TABLE OCCURS 500 TIMES
                           INDEXED BY IV-INDEX.
               10  IVT-KEY                 PIC X(07) VALUE SPACE.
               10  IVT-RECORD              PIC X(80).
           05  INVENTORY-TABLE-COUNT       PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
           COPY RENTAGR.
      *----------------------------------------------------------*
       01  INVENTORY-RECORD.
           05  IV-INSTRUMENT-TYPE          PIC X(06).
           05  IV-INSTRUMENT-QUALITY       PIC X(01).
           05  IV-ON-HAND-QTY              PIC 9(05).
           05  FILLER                      PIC X(68).
      *----------------------------------------------------------*
       01  WS-RENTAL-FIELDS.
           05  WS-INV-KEY.
               10  WS-INV-TYPE             PIC X(06).
               10  WS-INV-QUALITY          PIC X(01).
           05  WS-REJECT-REASON            PIC X(30).
           05  WS-DISPOSITION              PIC X(30).
           05  WS-START-DATE               PIC 9(08).
           05  WS-CHECK-IN-DATE            PIC 9(08).
           05  WS-DAYS-LATE                PIC 9(05).
           05  WS-OPEN-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-CHECK-IN-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-EXTEND-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-OUT-COUNT                PIC 9(05) VALUE ZERO.
           05  WS-OVERDUE-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-RUN-LOG-COUNT            PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-FORMAT-DATE-FIELDS.
           05  WS-FMT-DATE-IN              PIC 9(08).
           05  WS-FMT-DATE-PARTS REDEFINES WS-FMT-DATE-IN.
               10  WS-FMT-YEAR             PIC X(04).
               10  WS-FMT-MONTH            PIC X(02).
               10  WS-FMT-DAY              PIC X(02).
           05  WS-FMT-DATE-OUT.
               10  WS-FMT-OUT-MONTH        PIC X(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-DAY          PIC X(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-YEAR         PIC X(04).
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(08).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  RENTAL-EOF-SW               PIC X(01) VALUE 'N'.
               88  RENTAL-EOF                  VALUE 'Y'.
           05  TRAN-EOF-SW                 PIC X(01) VALUE 'N'.
               88  TRAN-EOF                    VALUE 'Y'.
           05  INV-EOF-SW                  PIC X(01) VALUE 'N'.
               88  INV-EOF                     VALUE 'Y'.
           05  WS-RENTAL-FOUND-SW          PIC X(01).
               88  WS-RENTAL-FOUND             VALUE 'Y'.
           05  WS-INV-FOUND-SW             PIC X(01).
               88  WS-INV-FOUND                VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-RENTAL-TABLE.
           PERFORM 1200-LOAD-INVENTORY-TABLE.
           PERFORM 8020-READ-RENTAL-TRAN.
           PERFORM 2000-PROCESS-RENTAL-TRAN
               UNTIL TRAN-EOF.
           PERFORM 3000-PRINT-OVERDUE-LISTING.
           PERFORM 3200-WRITE-RENTAL-MASTER
               VARYING RN-INDEX FROM 1 BY 1
                   UNTIL RN-INDEX > RENTAL-TABLE-COUNT.
           PERFORM 3300-WRITE-INVENTORY
               VARYING IV-INDEX FROM 1 BY 1
                   UNTIL IV-INDEX > INVENTORY-TABLE-COUNT.
           PERFORM 3800-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           IF  WS-REJECT-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  RENTAL-MASTER
                          RENTAL-TRAN-FILE
                          INVENTORY-FILE
                          ACCT-MASTER
                   OUTPUT RENTAL-MASTER-NEW
                          INVENTORY-NEW
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "RENTMNT"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO HL1-BUSINESS-DATE.
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
       1100-LOAD-RENTAL-TABLE.
      *----------------------------------------------------------*
           PERFORM 8000-READ-RENTAL-MASTER.
           PERFORM 1110-STORE-ONE-RENTAL
               UNTIL RENTAL-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-RENTAL.
      *----------------------------------------------------------*
           IF  RENTAL-TABLE-COUNT = 1000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO RENTAL-TABLE-COUNT.
           SET RN-INDEX                 TO RENTAL-TABLE-COUNT.
           MOVE RENTAL-MASTER-RECORD    TO RENTAL-AGREEMENT-RECORD.
           MOVE RN-AGREEMENT-NO         TO RNT-AGREEMENT-NO(RN-INDEX).
           MOVE RENTAL-AGREEMENT-RECORD TO RNT-RECORD(RN-INDEX).
           PERFORM 8000-READ-RENTAL-MASTER.
      *----------------------------------------------------------*
       1200-LOAD-INVENTORY-TABLE.
      *----------------------------------------------------------*
           PERFORM 8010-READ-INVENTORY.
           PERFORM 1210-STORE-ONE-INVENTORY
               UNTIL INV-EOF.
      *----------------------------------------------------------*
       1210-STORE-ONE-INVENTORY.
      *----------------------------------------------------------*
           IF  INVENTORY-TABLE-COUNT = 500
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO INVENTORY-TABLE-COUNT.
           SET IV-INDEX                 TO INVENTORY-TABLE-COUNT.
           MOVE INVENTORY-FILE-RECORD   TO INVENTORY-RECORD.
           MOVE IV-INSTRUMENT-TYPE      TO WS-INV-TYPE.
           MOVE IV-INSTRUMENT-QUALITY   TO WS-INV-QUALITY.
           MOVE WS-INV-KEY              TO IVT-KEY(IV-INDEX).
           MOVE INVENTORY-RECORD        TO IVT-RECORD(IV-INDEX).
           PERFORM 8010-READ-INVENTORY.
      *----------------------------------------------------------*
       2000-PROCESS-RENTAL-TRAN.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE SPACE                   TO WS-REJECT-REASON
                                           WS-DISPOSITION.
           PERFORM 2050-FIND-AGREEMENT.
           EVALUATE TRUE
               WHEN TR-OPEN
                   PERFORM 2100-OPEN-RENTAL
               WHEN TR-CHECK-IN
                   PERFORM 2300-CHECK-IN-RENTAL
               WHEN TR-EXTEND
                   PERFORM 2400-EXTEND-RENTAL
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE'
                                        TO WS-REJECT-REASON
           END-EVALUATE.
           IF  WS-REJECT-REASON NOT = SPACE
               ADD 1                    TO WS-REJECT-COUNT
               MOVE WS-REJECT-REASON    TO WS-DISPOSITION
               DISPLAY 'RENTMNT - REJECTED: ' TR-AGREEMENT-NO
                   ' ' WS-REJECT-REASON.
           PERFORM 2800-PRINT-ACTIVITY.
           PERFORM 8020-READ-RENTAL-TRAN.
      *----------------------------------------------------------*
       2050-FIND-AGREEMENT.
      *----------------------------------------------------------*
      *    LEAVES THE AGREEMENT IN RENTAL-AGREEMENT-RECORD WITH
      *    RN-INDEX POINTING AT ITS TABLE ENTRY.
           MOVE 'N'                     TO WS-RENTAL-FOUND-SW.
           MOVE SPACE                   TO RENTAL-AGREEMENT-RECORD.
           SET RN-INDEX TO 1.
           SEARCH RENTAL-TABLE
               AT END
                   CONTINUE
               WHEN RNT-AGREEMENT-NO(RN-INDEX) = TR-AGREEMENT-NO
                   MOVE 'Y'             TO WS-RENTAL-FOUND-SW
                   MOVE RNT-RECORD(RN-INDEX)
                                        TO RENTAL-AGREEMENT-RECORD.
      *----------------------------------------------------------*
       2070-FIND-INVENTORY.
      *----------------------------------------------------------*
      *    LEAVES THE STOCK RECORD IN INVENTORY-RECORD WITH
      *    IV-INDEX POINTING AT ITS TABLE ENTRY.
           MOVE 'N'                     TO WS-INV-FOUND-SW.
           SET IV-INDEX TO 1.
           SEARCH INVENTORY-TABLE
               AT END
                   CONTINUE
               WHEN IVT-KEY(IV-INDEX) = WS-INV-KEY
                   MOVE 'Y'             TO WS-INV-FOUND-SW
                   MOVE IVT-RECORD(IV-INDEX)
                                        TO INVENTORY-RECORD.
      *----------------------------------------------------------*
       2100-OPEN-RENTAL.
      *----------------------------------------------------------*
           IF  TR-START-DATE-X NUMERIC
           AND TR-START-DATE > ZERO
               MOVE TR-START-DATE       TO WS-START-DATE
           ELSE
               MOVE WS-CURRENT-DATE     TO WS-START-DATE.
           MOVE TR-INSTRUMENT-TYPE      TO WS-INV-TYPE.
           MOVE TR-INSTRUMENT-QUALITY   TO WS-INV-QUALITY.
           PERFORM 2070-FIND-INVENTORY.
           EVALUATE TRUE
               WHEN WS-RENTAL-FOUND
                   MOVE 'AGREEMENT ALREADY ON FILE'
                                        TO WS-REJECT-REASON
               WHEN TR-AGREEMENT-NO = SPACE
                   MOVE 'NO AGREEMENT NUMBER'
                                        TO WS-REJECT-REASON
               WHEN NOT WS-INV-FOUND
                   MOVE 'INSTRUMENT NOT IN INVENTORY'
                                        TO WS-REJECT-REASON
               WHEN TR-RENTED-QTY NOT NUMERIC
                 OR TR-RENTED-QTY = ZERO
                   MOVE 'INVALID QUANTITY'
                                        TO WS-REJECT-REASON
               WHEN TR-RENTED-QTY > IV-ON-HAND-QTY
                   MOVE 'NOT ENOUGH STOCK ON HAND'
                                        TO WS-REJECT-REASON
               WHEN TR-START-DATE-X NOT = SPACE
                AND TR-START-DATE-X NOT NUMERIC
                   MOVE 'INVALID START DATE'
                                        TO WS-REJECT-REASON
               WHEN TR-DUE-BACK-DATE NOT NUMERIC
                 OR TR-DUE-BACK-DATE NOT > WS-START-DATE
                   MOVE 'DUE BACK NOT AFTER START'
                                        TO WS-REJECT-REASON
               WHEN TR-MONTHLY-RATE NOT NUMERIC
                 OR TR-MONTHLY-RATE = ZERO
                   MOVE 'INVALID MONTHLY RATE'
                                        TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2150-CHECK-ARTIST-ACCOUNT
           END-EVALUATE.
           IF  WS-REJECT-REASON = SPACE
               PERFORM 2200-ADD-AGREEMENT.
      *----------------------------------------------------------*
       2150-CHECK-ARTIST-ACCOUNT.
      *----------------------------------------------------------*
           MOVE TR-ARTIST-ACCT-NO       TO ACCT-NO.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE'
                                        TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF  NOT ACCT-ACTIVE
                       MOVE 'ACCOUNT NOT IN GOOD STANDING'
                                        TO WS-REJECT-REASON
                   END-IF
           END-READ.
      *----------------------------------------------------------*
       2200-ADD-AGREEMENT.
      *----------------------------------------------------------*
           SUBTRACT TR-RENTED-QTY       FROM IV-ON-HAND-QTY.
           MOVE INVENTORY-RECORD        TO IVT-RECORD(IV-INDEX).
           IF  RENTAL-TABLE-COUNT = 1000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO RENTAL-TABLE-COUNT.
           SET RN-INDEX                 TO RENTAL-TABLE-COUNT.
           MOVE SPACE                   TO RENTAL-AGREEMENT-RECORD.
           MOVE TR-AGREEMENT-NO         TO RN-AGREEMENT-NO.
           MOVE TR-ARTIST-ACCT-NO       TO RN-ARTIST-ACCT-NO.
           MOVE TR-INSTRUMENT-TYPE      TO RN-INSTRUMENT-TYPE.
           MOVE TR-INSTRUMENT-QUALITY   TO RN-INSTRUMENT-QUALITY.
           MOVE TR-RENTED-QTY           TO RN-RENTED-QTY.
           MOVE WS-START-DATE           TO RN-START-DATE.
           MOVE TR-DUE-BACK-DATE        TO RN-DUE-BACK-DATE.
           MOVE TR-MONTHLY-RATE         TO RN-MONTHLY-RATE.
           MOVE 'O'                     TO RN-STATUS.
           MOVE ZERO                    TO RN-RETURNED-DATE
                                           RN-LAST-BILLED-PERIOD
                                           RN-TOTAL-BILLED.
           MOVE RN-AGREEMENT-NO         TO RNT-AGREEMENT-NO(RN-INDEX).
           MOVE RENTAL-AGREEMENT-RECORD TO RNT-RECORD(RN-INDEX).
           ADD 1                        TO WS-OPEN-COUNT.
           MOVE 'OPENED - STOCK OUT'    TO WS-DISPOSITION.
      *----------------------------------------------------------*
       2300-CHECK-IN-RENTAL.
      *----------------------------------------------------------*
           IF  TR-CHECK-IN-DATE-X NUMERIC
           AND TR-CHECK-IN-DATE > ZERO
               MOVE TR-CHECK-IN-DATE    TO WS-CHECK-IN-DATE
           ELSE
               MOVE WS-CURRENT-DATE     TO WS-CHECK-IN-DATE.
           EVALUATE TRUE
               WHEN NOT WS-RENTAL-FOUND
                   MOVE 'AGREEMENT NOT ON FILE'
                                        TO WS-REJECT-REASON
               WHEN NOT RN-OUT
                   MOVE 'ALREADY CHECKED IN'
                                        TO WS-REJECT-REASON
               WHEN TR-CHECK-IN-DATE-X NOT = SPACE
                AND TR-CHECK-IN-DATE-X NOT NUMERIC
                   MOVE 'INVALID CHECK-IN DATE'
                                        TO WS-REJECT-REASON
               WHEN WS-CHECK-IN-DATE < RN-START-DATE
                   MOVE 'INVALID CHECK-IN DATE'
                                        TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  WS-REJECT-REASON = SPACE
               PERFORM 2350-RETURN-STOCK.
      *----------------------------------------------------------*
       2350-RETURN-STOCK.
      *----------------------------------------------------------*
      *    AN ITEM DROPPED FROM INVFILE WHILE OUT ON RENTAL IS PUT
      *    BACK ON THE FILE WITH THE RETURNED QUANTITY.
           MOVE RN-INSTRUMENT-TYPE      TO WS-INV-TYPE.
           MOVE RN-INSTRUMENT-QUALITY   TO WS-INV-QUALITY.
           PERFORM 2070-FIND-INVENTORY.
           IF  NOT WS-INV-FOUND
               IF  INVENTORY-TABLE-COUNT = 500
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                    TO INVENTORY-TABLE-COUNT
               SET IV-INDEX             TO INVENTORY-TABLE-COUNT
               MOVE SPACE               TO INVENTORY-RECORD
               MOVE RN-INSTRUMENT-TYPE  TO IV-INSTRUMENT-TYPE
               MOVE RN-INSTRUMENT-QUALITY
                                        TO IV-INSTRUMENT-QUALITY
               MOVE ZERO                TO IV-ON-HAND-QTY
               MOVE WS-INV-KEY          TO IVT-KEY(IV-INDEX).
           ADD RN-RENTED-QTY            TO IV-ON-HAND-QTY.
           MOVE INVENTORY-RECORD        TO IVT-RECORD(IV-INDEX).
           MOVE 'R'                     TO RN-STATUS.
           MOVE WS-CHECK-IN-DATE        TO RN-RETURNED-DATE.
           MOVE RENTAL-AGREEMENT-RECORD TO RNT-RECORD(RN-INDEX).
           ADD 1                        TO WS-CHECK-IN-COUNT.
           IF  WS-CHECK-IN-DATE > RN-DUE-BACK-DATE
               MOVE 'CHECKED IN LATE - STOCK BACK'
                                        TO WS-DISPOSITION
           ELSE
               MOVE 'CHECKED IN - STOCK BACK'
                                        TO WS-DISPOSITION.
      *----------------------------------------------------------*
       2400-EXTEND-RENTAL.
      *----------------------------------------------------------*
           EVALUATE TRUE
               WHEN NOT WS-RENTAL-FOUND
                   MOVE 'AGREEMENT NOT ON FILE'
                                        TO WS-REJECT-REASON
               WHEN NOT RN-OUT
                   MOVE 'ALREADY CHECKED IN'
                                        TO WS-REJECT-REASON
               WHEN TR-DUE-BACK-DATE NOT NUMERIC
                 OR TR-DUE-BACK-DATE NOT > RN-DUE-BACK-DATE
                   MOVE 'NEW DUE BACK NOT LATER'
                                        TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE TR-DUE-BACK-DATE
                                        TO RN-DUE-BACK-DATE
                   MOVE RENTAL-AGREEMENT-RECORD
                                        TO RNT-RECORD(RN-INDEX)
                   ADD 1                TO WS-EXTEND-COUNT
                   MOVE 'DUE BACK EXTENDED'
                                        TO WS-DISPOSITION
           END-EVALUATE.
      *----------------------------------------------------------*
       2800-PRINT-ACTIVITY.
      *----------------------------------------------------------*
           MOVE TR-AGREEMENT-NO         TO ADL-AGREEMENT-NO.
           MOVE TR-TRANS-CODE           TO ADL-TRANS-CODE.
           MOVE SPACE                   TO ADL-START-DATE
                                           ADL-DUE-BACK-DATE.
           MOVE ZERO                    TO ADL-QTY
                                           ADL-MONTHLY-RATE.
           IF  WS-RENTAL-FOUND
           OR  (TR-OPEN AND WS-REJECT-REASON = SPACE)
               MOVE RN-ARTIST-ACCT-NO   TO ADL-ACCT-NO
               MOVE RN-INSTRUMENT-TYPE  TO ADL-INSTRUMENT
               MOVE RN-INSTRUMENT-QUALITY
                                        TO ADL-QUALITY
               MOVE RN-RENTED-QTY       TO ADL-QTY
               MOVE RN-MONTHLY-RATE     TO ADL-MONTHLY-RATE
               MOVE RN-START-DATE       TO WS-FMT-DATE-IN
               PERFORM 2900-FORMAT-DATE
               MOVE WS-FMT-DATE-OUT     TO ADL-START-DATE
               MOVE RN-DUE-BACK-DATE    TO WS-FMT-DATE-IN
               PERFORM 2900-FORMAT-DATE
               MOVE WS-FMT-DATE-OUT     TO ADL-DUE-BACK-DATE
           ELSE
               MOVE TR-ARTIST-ACCT-NO   TO ADL-ACCT-NO
               MOVE TR-INSTRUMENT-TYPE  TO ADL-INSTRUMENT
               MOVE TR-INSTRUMENT-QUALITY
                                        TO ADL-QUALITY
               IF  TR-RENTED-QTY NUMERIC
                   MOVE TR-RENTED-QTY   TO ADL-QTY
               END-IF
               IF  TR-MONTHLY-RATE NUMERIC
                   MOVE TR-MONTHLY-RATE TO ADL-MONTHLY-RATE.
           MOVE WS-DISPOSITION          TO ADL-DISPOSITION.
           MOVE ACTIVITY-DETAIL-LINE    TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2900-FORMAT-DATE.
      *----------------------------------------------------------*
           MOVE WS-FMT-MONTH            TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-DAY              TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-YEAR             TO WS-FMT-OUT-YEAR.
      *----------------------------------------------------------*
       3000-PRINT-OVERDUE-LISTING.
      *----------------------------------------------------------*
           MOVE 'RENTALS OVERDUE - PAST DUE-BACK DATE'
                                        TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE OVERDUE-HEADING         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3100-CHECK-ONE-OVERDUE
               VARYING RN-INDEX FROM 1 BY 1
                   UNTIL RN-INDEX > RENTAL-TABLE-COUNT.
      *----------------------------------------------------------*
       3100-CHECK-ONE-OVERDUE.
      *----------------------------------------------------------*
           MOVE RNT-RECORD(RN-INDEX)    TO RENTAL-AGREEMENT-RECORD.
           IF  RN-OUT
               ADD 1                    TO WS-OUT-COUNT
               IF  RN-DUE-BACK-DATE < WS-CURRENT-DATE-NUM
                   PERFORM 3150-PRINT-ONE-OVERDUE.
      *----------------------------------------------------------*
       3150-PRINT-ONE-OVERDUE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-OVERDUE-COUNT.
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
             - FUNCTION INTEGER-OF-DATE(RN-DUE-BACK-DATE).
           MOVE RN-AGREEMENT-NO         TO ODL-AGREEMENT-NO.
           MOVE RN-ARTIST-ACCT-NO       TO ODL-ACCT-NO
                                           ACCT-NO.
           MOVE SPACE                   TO ODL-ARTIST-NAME.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE '** NOT ON ACCTMST **'
                                        TO ODL-ARTIST-NAME
               NOT INVALID KEY
                   STRING LAST-NAME DELIMITED BY '  '
                          ', '      DELIMITED BY SIZE
                          FIRST-NAME DELIMITED BY '  '
                       INTO ODL-ARTIST-NAME
           END-READ.
           MOVE RN-INSTRUMENT-TYPE      TO ODL-INSTRUMENT.
           MOVE RN-INSTRUMENT-QUALITY   TO ODL-QUALITY.
           MOVE RN-RENTED-QTY           TO ODL-QTY.
           MOVE RN-DUE-BACK-DATE        TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO ODL-DUE-BACK-DATE.
           MOVE WS-DAYS-LATE            TO ODL-DAYS-LATE.
           MOVE RN-MONTHLY-RATE         TO ODL-MONTHLY-RATE.
           MOVE OVERDUE-DETAIL-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3200-WRITE-RENTAL-MASTER.
      *----------------------------------------------------------*
           MOVE RNT-RECORD(RN-INDEX)    TO RENTAL-MASTER-NEW-RECORD.
           WRITE RENTAL-MASTER-NEW-RECORD.
      *----------------------------------------------------------*
       3300-WRITE-INVENTORY.
      *----------------------------------------------------------*
           MOVE IVT-RECORD(IV-INDEX)    TO INVENTORY-NEW-RECORD.
           WRITE INVENTORY-NEW-RECORD.
      *----------------------------------------------------------*
       3800-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-OPEN-COUNT           TO TL1-OPEN-COUNT.
           MOVE WS-CHECK-IN-COUNT       TO TL1-CHECK-IN-COUNT.
           MOVE WS-EXTEND-COUNT         TO TL1-EXTEND-COUNT.
           MOVE WS-REJECT-COUNT         TO TL1-REJECT-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           MOVE WS-OUT-COUNT            TO TL2-OUT-COUNT.
           MOVE WS-OVERDUE-COUNT        TO TL2-OVERDUE-COUNT.
           MOVE TRAILER-2               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "COMPLETE"              TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
       4000-CLOSE-FILES.
      *----------------------------------------------------------*
           CLOSE   RENTAL-MASTER
                   RENTAL-MASTER-NEW
                   RENTAL-TRAN-FILE
                   INVENTORY-FILE
                   INVENTORY-NEW
                   ACCT-MASTER
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'RENTMNT - RENTALS OPENED  : ' WS-OPEN-COUNT.
           DISPLAY 'RENTMNT - CHECKED IN      : ' WS-CHECK-IN-COUNT.
           DISPLAY 'RENTMNT - EXTENDED        : ' WS-EXTEND-COUNT.
           DISPLAY 'RENTMNT - REJECTED        : ' WS-REJECT-COUNT.
           DISPLAY 'RENTMNT - OVERDUE         : ' WS-OVERDUE-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  TABLE OVERFLOW - RENTMNT                *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF RENTMNT                  *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   RENTAL-MASTER
                   RENTAL-MASTER-NEW
                   RENTAL-TRAN-FILE
                   INVENTORY-FILE
                   INVENTORY-NEW
                   ACCT-MASTER
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8000-READ-RENTAL-MASTER.
      *----------------------------------------------------------*
           READ RENTAL-MASTER
               AT END MOVE 'Y'          TO RENTAL-EOF-SW.
      *----------------------------------------------------------*
       8010-READ-INVENTORY.
      *----------------------------------------------------------*
           READ INVENTORY-FILE
               AT END MOVE 'Y'          TO INV-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-RENTAL-TRAN.
      *----------------------------------------------------------*
           READ RENTAL-TRAN-FILE
               AT END MOVE 'Y'          TO TRAN-EOF-SW.
