           SELECT PO-OLD-FILE      ASSIGN TO POMAST.
           SELECT PO-NEW-FILE      ASSIGN TO POMASTN.
           SELECT RECEIPT-FILE     ASSIGN TO PORECPT.
           SELECT RECEIPT-HIST-FILE ASSIGN TO PORCPTH.
           SELECT OPTIONAL RMA-FILE ASSIGN TO PORMA.
           SELECT VENDOR-CREDIT-FILE ASSIGN TO VENDCRM.
           SELECT INVENTORY-FILE   ASSIGN TO INVFILE.
           SELECT INVENTORY-NEW    ASSIGN TO INVNEW.
           SELECT OPTIONAL INVENTORY-COST-FILE ASSIGN TO INVCOST.
           SELECT INVENTORY-COST-NEW ASSIGN TO INVCOSTN.
           SELECT PRINT-FILE       ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE     ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
           05  RC-RECEIPT-DATE             PIC 9(08).
           05  RC-QTY-RECEIVED             PIC 9(05).
           05  FILLER                      PIC X(59).
      *----------------------------------------------------------*
       FD  RECEIPT-HIST-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    ONE RECORD PER RECEIPT POSTED, KEPT FOR APMATCH TO
      *    MATCH VENDOR INVOICES AGAINST WHAT WAS RECEIVED.
       01  RECEIPT-HIST-RECORD.
           05  RH-PO-NUMBER                PIC X(08).
           05  RH-VENDOR-CODE              PIC X(03).
           05  RH-RECEIPT-DATE             PIC 9(08).
           05  RH-QTY-RECEIVED             PIC 9(05).
           05  RH-POSTED-DATE              PIC 9(08).
           05  FILLER                      PIC X(48).
      *----------------------------------------------------------*
       FD  RMA-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    RETURN AUTHORIZATION - AN INSTRUMENT SENT BACK TO THE
      *    VENDOR.  REASON D = DAMAGED, W = WRONG ITEM, Q = QUALITY.
      *    REPLACE FLAG Y REOPENS THE PO FOR THE REPLACEMENT.
       01  RMA-RECORD.
           05  RA-RMA-NUMBER               PIC X(10).
           05  RA-PO-NUMBER                PIC X(08).
           05  RA-RETURN-DATE              PIC 9(08).
           05  RA-QTY-RETURNED             PIC 9(05).
           05  RA-REASON                   PIC X(01).
               88  RA-VALID-REASON             VALUE 'D' 'W' 'Q'.
           05  RA-REPLACE-FLAG             PIC X(01).
               88  RA-REPLACEMENT-DUE          VALUE 'Y'.
               88  RA-VALID-REPLACE-FLAG       VALUE 'Y' 'N'.
           05  FILLER                      PIC X(47).
      *----------------------------------------------------------*
       FD  VENDOR-CREDIT-FILE
           RECORDING MODE IS F.
           COPY VENDCRM.
      *----------------------------------------------------------*
       FD  INVENTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       01  INVENTORY-NEW-RECORD            PIC X(80).
      *----------------------------------------------------------*
       FD  INVENTORY-COST-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  INVENTORY-COST-FILE-RECORD      PIC X(100).
      *----------------------------------------------------------*
       FD  INVENTORY-COST-NEW
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  INVENTORY-COST-NEW-RECORD       PIC X(100).
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *    IV-ON-HAND-QTY ON THE INVENTORY FILE (OLD/NEW PAIR,
      *    LIKE FAVRFP'S DECREMENT PATH).  ORDERS STILL OPEN ARE
      *    AGED ON THE REPORT AND FLAGGED OVERDUE WHEN PAST THEIR
      *    PROMISED DATE.  EVERY RECEIPT POSTED IS ALSO ADDED TO
      *    THE PORCPTH RECEIPT HISTORY FOR INVOICE MATCHING.
      *    RETURN AUTHORIZATIONS (PORMA) ARE POSTED AFTER THE DAY'S
      *    RECEIPTS: THE RETURNED QUANTITY COMES BACK OFF THE
      *    INVENTORY FILE, THE PO IS REOPENED WHEN A REPLACEMENT IS
      *    EXPECTED, AND A VENDOR CREDIT MEMO IS ADDED TO VENDCRM
      *    FOR APMATCH TO NET AGAINST THE VENDOR'S INVOICES.
      *    THE WEIGHTED AVERAGE COST ON INVCOST (OLD/NEW PAIR) IS
      *    RE-AVERAGED FOR EACH ITEM RECEIVED: THE ON-HAND UNITS AT
      *    THE OLD AVERAGE PLUS THE DAY'S RECEIPTS AT THE PO AGREED
      *    COST, OVER THE TOTAL UNITS.  RETURNS GO BACK OUT AT THE
      *    AVERAGE AND LEAVE IT UNCHANGED.
      *----------------------------------------------------------*
       01  PO-TABLE-FIELDS.
           05  PO-TABLE OCCURS 1000 TIMES
                           INDEXED BY RQ-INDEX.
               10  RQT-INSTRUMENT          PIC X(06) VALUE SPACE.
               10  RQT-QUALITY             PIC X(01) VALUE SPACE.
               10  RQT-QTY                 PIC S9(07) VALUE ZERO.
               10  RQT-RECEIPT-QTY         PIC 9(07) VALUE ZERO.
               10  RQT-RECEIPT-VALUE       PIC 9(11)V99 VALUE ZERO.
      *----------------------------------------------------------*
       01  COST-TABLE-FIELDS.
           05  COST-TABLE OCCURS 300 TIMES
                           INDEXED BY CST-INDEX.
               10  CST-KEY                 PIC X(07) VALUE SPACE.
               10  CST-RECORD              PIC X(100).
           05  COST-TABLE-COUNT            PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
           COPY INVCOST.
      *----------------------------------------------------------*
       01  WS-COST-FIELDS.
           05  WS-COST-KEY.
               10  WS-COST-TYPE            PIC X(06).
               10  WS-COST-QUALITY         PIC X(01).
           05  WS-SLOT-SUB                 PIC 9(01).
           05  WS-SLOT-FOUND               PIC 9(01).
           05  WS-RECEIPT-VALUE            PIC 9(09)V99.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  AGE-DETAIL-LINE.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ADL-FLAG                PIC X(10).
               10  FILLER                  PIC X(30) VALUE SPACE.
      *----------------------------------------------------------*
           05  RETURN-DETAIL-LINE.
               10  RDL-RMA-NUMBER          PIC X(10).
               10  FILLER                  PIC X(05) VALUE ' PO: '.
               10  RDL-PO-NUMBER           PIC X(08).
               10  FILLER                  PIC X(09) VALUE ' VENDOR: '.
               10  RDL-VENDOR              PIC X(03).
               10  FILLER                  PIC X(06) VALUE ' QTY: '.
               10  RDL-QTY                 PIC ZZ,ZZ9.
               10  FILLER                  PIC X(09) VALUE ' REASON: '.
               10  RDL-REASON              PIC X(12).
               10  FILLER                  PIC X(09) VALUE ' CREDIT: '.
               10  RDL-CREDIT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RDL-ACTION              PIC X(24).
               10  FILLER                  PIC X(17) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-1.
               10  FILLER  PIC X(44) VALUE
               10  TL1-OPEN-COUNT          PIC Z,ZZ9.
               10  FILLER  PIC X(14) VALUE '   OVERDUE  : '.
               10  TL1-OVERDUE-COUNT       PIC Z,ZZ9.
               10  FILLER  PIC X(14) VALUE '   RETURNS  : '.
               10  TL1-RETURN-COUNT        PIC Z,ZZ9.
               10  FILLER  PIC X(14) VALUE '   REJECTED : '.
               10  TL1-RMA-REJECT-COUNT    PIC Z,ZZ9.
               10  FILLER                  PIC X(31) VALUE SPACE.
      *----------------------------------------------------------*
       01  WS-RECEIPT-FIELDS.
           05  WS-TODAY-INT                PIC 9(07).
           05  WS-RECEIPT-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-OPEN-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-OVERDUE-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-RETURN-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-RMA-REJECT-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-RMA-REJECT-REASON        PIC X(24).
           05  WS-PO-SUB                   PIC 9(04).
           05  WS-RUN-LOG-COUNT            PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
               88  RECEIPT-EOF                 VALUE 'Y'.
           05  INV-EOF-SW                  PIC X(01) VALUE 'N'.
               88  INV-EOF                     VALUE 'Y'.
           05  RMA-EOF-SW                  PIC X(01) VALUE 'N'.
               88  RMA-EOF                     VALUE 'Y'.
           05  COST-EOF-SW                 PIC X(01) VALUE 'N'.
               88  COST-EOF                    VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-PO-MASTER.
           PERFORM 1150-LOAD-COST-TABLE.
           PERFORM 2000-POST-RECEIPTS.
           PERFORM 2300-POST-RETURNS.
           PERFORM 2500-UPDATE-INVENTORY.
           PERFORM 3000-WRITE-AND-AGE-POS.
           PERFORM 3200-WRITE-COST-TABLE
               VARYING CST-INDEX FROM 1 BY 1
                   UNTIL CST-INDEX > COST-TABLE-COUNT.
           MOVE WS-RECEIPT-COUNT        TO TL1-RECEIPT-COUNT.
           MOVE WS-OPEN-COUNT           TO TL1-OPEN-COUNT.
           MOVE WS-OVERDUE-COUNT        TO TL1-OVERDUE-COUNT.
           MOVE WS-RETURN-COUNT         TO TL1-RETURN-COUNT.
           MOVE WS-RMA-REJECT-COUNT     TO TL1-RMA-REJECT-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           IF  WS-RMA-REJECT-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  PO-OLD-FILE
                          RECEIPT-FILE
                          RMA-FILE
                          INVENTORY-FILE
                          INVENTORY-COST-FILE
                   OUTPUT PO-NEW-FILE
                          INVENTORY-NEW
                          INVENTORY-COST-NEW
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          RECEIPT-HIST-FILE
                          VENDOR-CREDIT-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "PORECPT"               TO RL-PROGRAM-ID.
           SET PO-INDEX                 TO PO-TABLE-COUNT.
           MOVE PO-OLD-RECORD           TO POT-RECORD(PO-INDEX).
           PERFORM 8000-READ-PO-OLD.
      *----------------------------------------------------------*
       1150-LOAD-COST-TABLE.
      *----------------------------------------------------------*
           PERFORM 8080-READ-COST.
           PERFORM 1160-STORE-ONE-COST
               UNTIL COST-EOF.
      *----------------------------------------------------------*
       1160-STORE-ONE-COST.
      *----------------------------------------------------------*
           IF  COST-TABLE-COUNT = 300
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO COST-TABLE-COUNT.
           SET CST-INDEX                TO COST-TABLE-COUNT.
           MOVE INVENTORY-COST-FILE-RECORD
                                        TO CST-RECORD(CST-INDEX)
                                           INVENTORY-COST-RECORD.
           MOVE IC-INSTRUMENT-TYPE      TO WS-COST-TYPE.
           MOVE IC-INSTRUMENT-QUALITY   TO WS-COST-QUALITY.
           MOVE WS-COST-KEY             TO CST-KEY(CST-INDEX).
           PERFORM 8080-READ-COST.
      *----------------------------------------------------------*
       2000-POST-RECEIPTS.
      *----------------------------------------------------------*
           MOVE RC-RECEIPT-DATE         TO POW-RECEIPT-DATE.
           MOVE PO-WORK-RECORD          TO POT-RECORD(PO-INDEX).
           PERFORM 2200-ACCUMULATE-RECEIPT-QTY.
           PERFORM 2250-ADD-VENDOR-UNITS.
           MOVE SPACE                   TO RECEIPT-HIST-RECORD.
           MOVE RC-PO-NUMBER            TO RH-PO-NUMBER.
           MOVE POW-VENDOR-CODE         TO RH-VENDOR-CODE.
           MOVE RC-RECEIPT-DATE         TO RH-RECEIPT-DATE.
           MOVE RC-QTY-RECEIVED         TO RH-QTY-RECEIVED.
           MOVE WS-CURRENT-DATE         TO RH-POSTED-DATE.
           WRITE RECEIPT-HIST-RECORD.
      *----------------------------------------------------------*
       2200-ACCUMULATE-RECEIPT-QTY.
      *----------------------------------------------------------*
           COMPUTE WS-RECEIPT-VALUE =
               RC-QTY-RECEIVED * POW-AGREED-COST.
           SET RQ-INDEX TO 1.
           SEARCH RECEIPT-QTY-TABLE
               AT END
               WHEN RQT-INSTRUMENT(RQ-INDEX) = POW-INSTRUMENT
                AND RQT-QUALITY(RQ-INDEX) = POW-QUALITY
                   ADD RC-QTY-RECEIVED  TO RQT-QTY(RQ-INDEX)
                                           RQT-RECEIPT-QTY(RQ-INDEX)
                   ADD WS-RECEIPT-VALUE TO RQT-RECEIPT-VALUE(RQ-INDEX)
               WHEN RQT-INSTRUMENT(RQ-INDEX) = SPACE
                   MOVE POW-INSTRUMENT  TO RQT-INSTRUMENT(RQ-INDEX)
                   MOVE POW-QUALITY     TO RQT-QUALITY(RQ-INDEX)
                   ADD RC-QTY-RECEIVED  TO RQT-QTY(RQ-INDEX)
                                           RQT-RECEIPT-QTY(RQ-INDEX)
                   ADD WS-RECEIPT-VALUE TO RQT-RECEIPT-VALUE(RQ-INDEX).
      *----------------------------------------------------------*
       2250-ADD-VENDOR-UNITS.
      *----------------------------------------------------------*
      *    THE RECEIVED UNITS GO INTO THE VENDOR'S SLOT ON THE COST
      *    RECORD; A NEW ITEM STARTS AT THE PO AGREED COST.
           MOVE POW-INSTRUMENT          TO WS-COST-TYPE.
           MOVE POW-QUALITY             TO WS-COST-QUALITY.
           PERFORM 2700-GET-COST-ENTRY.
           IF  IC-AVG-UNIT-COST = ZERO
               MOVE POW-AGREED-COST     TO IC-AVG-UNIT-COST.
           MOVE ZERO                    TO WS-SLOT-FOUND.
           PERFORM 2260-FIND-VENDOR-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 5
                      OR WS-SLOT-FOUND > ZERO.
           IF  WS-SLOT-FOUND = ZERO
               MOVE 5                   TO WS-SLOT-FOUND.
           IF  IC-VENDOR-CODE(WS-SLOT-FOUND) = SPACE
               MOVE POW-VENDOR-CODE
                                 TO IC-VENDOR-CODE(WS-SLOT-FOUND).
           ADD RC-QTY-RECEIVED          TO IC-VENDOR-QTY(WS-SLOT-FOUND).
           MOVE INVENTORY-COST-RECORD   TO CST-RECORD(CST-INDEX).
      *----------------------------------------------------------*
       2260-FIND-VENDOR-SLOT.
      *----------------------------------------------------------*
           IF  IC-VENDOR-CODE(WS-SLOT-SUB) = POW-VENDOR-CODE
           OR  IC-VENDOR-CODE(WS-SLOT-SUB) = SPACE
               MOVE WS-SLOT-SUB         TO WS-SLOT-FOUND.
      *----------------------------------------------------------*
       2300-POST-RETURNS.
      *----------------------------------------------------------*
           PERFORM 8070-READ-RMA.
           PERFORM 2350-POST-ONE-RETURN
               UNTIL RMA-EOF.
      *----------------------------------------------------------*
       2350-POST-ONE-RETURN.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE SPACE                   TO WS-RMA-REJECT-REASON.
           MOVE ZERO                    TO WS-PO-SUB.
           PERFORM 2360-FIND-RECEIVED-PO
               VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > PO-TABLE-COUNT
                      OR WS-PO-SUB > ZERO.
           EVALUATE TRUE
               WHEN WS-PO-SUB = ZERO
                   MOVE 'PO NOT RECEIVED'   TO WS-RMA-REJECT-REASON
               WHEN RA-QTY-RETURNED NOT NUMERIC
                 OR RA-QTY-RETURNED = ZERO
                   MOVE 'INVALID QUANTITY'  TO WS-RMA-REJECT-REASON
               WHEN NOT RA-VALID-REASON
                   MOVE 'INVALID REASON'    TO WS-RMA-REJECT-REASON
               WHEN NOT RA-VALID-REPLACE-FLAG
                   MOVE 'INVALID REPLACE FLAG'
                                            TO WS-RMA-REJECT-REASON
               WHEN RA-RETURN-DATE NOT NUMERIC
                   MOVE 'INVALID RETURN DATE'
                                            TO WS-RMA-REJECT-REASON
           END-EVALUATE.
           IF  WS-RMA-REJECT-REASON = SPACE
               PERFORM 2400-APPLY-ONE-RETURN
           ELSE
               PERFORM 2450-REJECT-ONE-RETURN.
           PERFORM 8070-READ-RMA.
      *----------------------------------------------------------*
       2360-FIND-RECEIVED-PO.
      *----------------------------------------------------------*
           MOVE POT-RECORD(PO-INDEX)    TO PO-WORK-RECORD.
           IF  POW-PO-NUMBER = RA-PO-NUMBER
           AND POW-STATUS = 'R'
               SET WS-PO-SUB            TO PO-INDEX.
      *----------------------------------------------------------*
       2400-APPLY-ONE-RETURN.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RETURN-COUNT.
           SET PO-INDEX                 TO WS-PO-SUB.
           MOVE POT-RECORD(PO-INDEX)    TO PO-WORK-RECORD.
           IF  RA-REPLACEMENT-DUE
               MOVE 'O'                 TO POW-STATUS
               MOVE ZERO                TO POW-RECEIPT-DATE
               MOVE PO-WORK-RECORD      TO POT-RECORD(PO-INDEX)
               MOVE 'PO REOPENED'       TO RDL-ACTION
           ELSE
               MOVE 'NO REPLACEMENT'    TO RDL-ACTION.
           PERFORM 2410-REDUCE-RETURN-QTY.
           PERFORM 2420-REDUCE-VENDOR-UNITS.
           MOVE SPACE                   TO VENDOR-CREDIT-MEMO-RECORD.
           MOVE POW-VENDOR-CODE         TO CM-VENDOR-CODE.
           MOVE RA-RMA-NUMBER           TO CM-MEMO-NO.
           MOVE RA-PO-NUMBER            TO CM-PO-NUMBER.
           MOVE RA-RETURN-DATE          TO CM-RETURN-DATE.
           MOVE RA-QTY-RETURNED         TO CM-QTY-RETURNED.
           MOVE POW-AGREED-COST         TO CM-UNIT-COST.
           COMPUTE CM-CREDIT-AMOUNT =
               RA-QTY-RETURNED * POW-AGREED-COST.
           MOVE RA-REASON               TO CM-REASON.
           MOVE RA-REPLACE-FLAG         TO CM-REPLACE-FLAG.
           MOVE POW-INSTRUMENT          TO CM-INSTRUMENT.
           MOVE POW-QUALITY             TO CM-INSTRUMENT-QUALITY.
           MOVE WS-CURRENT-DATE         TO CM-POSTED-DATE.
           WRITE VENDOR-CREDIT-MEMO-RECORD.
           MOVE RA-RMA-NUMBER           TO RDL-RMA-NUMBER.
           MOVE RA-PO-NUMBER            TO RDL-PO-NUMBER.
           MOVE POW-VENDOR-CODE         TO RDL-VENDOR.
           MOVE RA-QTY-RETURNED         TO RDL-QTY.
           EVALUATE TRUE
               WHEN CM-DAMAGED
                   MOVE 'DAMAGED'       TO RDL-REASON
               WHEN CM-WRONG-ITEM
                   MOVE 'WRONG ITEM'    TO RDL-REASON
               WHEN CM-QUALITY
                   MOVE 'QUALITY'       TO RDL-REASON
           END-EVALUATE.
           MOVE CM-CREDIT-AMOUNT        TO RDL-CREDIT-AMOUNT.
           MOVE RETURN-DETAIL-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2410-REDUCE-RETURN-QTY.
      *----------------------------------------------------------*
           SET RQ-INDEX TO 1.
           SEARCH RECEIPT-QTY-TABLE
               AT END
                   DISPLAY 'PORECPT - QTY TABLE FULL, IGNORED: '
                       RA-PO-NUMBER
               WHEN RQT-INSTRUMENT(RQ-INDEX) = POW-INSTRUMENT
                AND RQT-QUALITY(RQ-INDEX) = POW-QUALITY
                   SUBTRACT RA-QTY-RETURNED FROM RQT-QTY(RQ-INDEX)
               WHEN RQT-INSTRUMENT(RQ-INDEX) = SPACE
                   MOVE POW-INSTRUMENT  TO RQT-INSTRUMENT(RQ-INDEX)
                   MOVE POW-QUALITY     TO RQT-QUALITY(RQ-INDEX)
                   SUBTRACT RA-QTY-RETURNED FROM RQT-QTY(RQ-INDEX).
      *----------------------------------------------------------*
       2420-REDUCE-VENDOR-UNITS.
      *----------------------------------------------------------*
           MOVE POW-INSTRUMENT          TO WS-COST-TYPE.
           MOVE POW-QUALITY             TO WS-COST-QUALITY.
           PERFORM 2700-GET-COST-ENTRY.
           MOVE ZERO                    TO WS-SLOT-FOUND.
           PERFORM 2430-MATCH-VENDOR-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 5
                      OR WS-SLOT-FOUND > ZERO.
           IF  WS-SLOT-FOUND > ZERO
               IF  IC-VENDOR-QTY(WS-SLOT-FOUND) > RA-QTY-RETURNED
                   SUBTRACT RA-QTY-RETURNED
                                  FROM IC-VENDOR-QTY(WS-SLOT-FOUND)
               ELSE
                   MOVE ZERO        TO IC-VENDOR-QTY(WS-SLOT-FOUND).
           MOVE INVENTORY-COST-RECORD   TO CST-RECORD(CST-INDEX).
      *----------------------------------------------------------*
       2430-MATCH-VENDOR-SLOT.
      *----------------------------------------------------------*
           IF  IC-VENDOR-CODE(WS-SLOT-SUB) = POW-VENDOR-CODE
               MOVE WS-SLOT-SUB         TO WS-SLOT-FOUND.
      *----------------------------------------------------------*
       2450-REJECT-ONE-RETURN.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RMA-REJECT-COUNT.
           MOVE RA-RMA-NUMBER           TO RDL-RMA-NUMBER.
           MOVE RA-PO-NUMBER            TO RDL-PO-NUMBER.
           MOVE SPACE                   TO RDL-VENDOR
                                           RDL-REASON.
           MOVE ZERO                    TO RDL-QTY
                                           RDL-CREDIT-AMOUNT.
           IF  RA-QTY-RETURNED NUMERIC
               MOVE RA-QTY-RETURNED     TO RDL-QTY.
           MOVE WS-RMA-REJECT-REASON    TO RDL-ACTION.
           MOVE RETURN-DETAIL-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           DISPLAY 'PORECPT - RMA REJECTED: ' RA-RMA-NUMBER
               ' ' WS-RMA-REJECT-REASON.
      *----------------------------------------------------------*
       2500-UPDATE-INVENTORY.
      *----------------------------------------------------------*
                   CONTINUE
               WHEN RQT-INSTRUMENT(RQ-INDEX) = IV-INSTRUMENT-TYPE
                AND RQT-QUALITY(RQ-INDEX) = IV-INSTRUMENT-QUALITY
                   PERFORM 2560-APPLY-NET-QTY.
           MOVE INVENTORY-RECORD        TO INVENTORY-NEW-RECORD.
           WRITE INVENTORY-NEW-RECORD.
           PERFORM 8060-READ-INVENTORY.
      *----------------------------------------------------------*
       2560-APPLY-NET-QTY.
      *----------------------------------------------------------*
           MOVE IV-INSTRUMENT-TYPE      TO WS-COST-TYPE.
           MOVE IV-INSTRUMENT-QUALITY   TO WS-COST-QUALITY.
           PERFORM 2700-GET-COST-ENTRY.
           IF  RQT-RECEIPT-QTY(RQ-INDEX) > ZERO
               COMPUTE IC-AVG-UNIT-COST ROUNDED =
                   (IV-ON-HAND-QTY * IC-AVG-UNIT-COST
                      + RQT-RECEIPT-VALUE(RQ-INDEX))
                   / (IV-ON-HAND-QTY + RQT-RECEIPT-QTY(RQ-INDEX))
               MOVE WS-CURRENT-DATE     TO IC-LAST-RECEIPT-DATE.
           MOVE WS-CURRENT-DATE         TO IC-LAST-MOVE-DATE.
           MOVE INVENTORY-COST-RECORD   TO CST-RECORD(CST-INDEX).
           MOVE ZERO                    TO RQT-RECEIPT-QTY(RQ-INDEX)
                                           RQT-RECEIPT-VALUE(RQ-INDEX).
           IF  IV-ON-HAND-QTY + RQT-QTY(RQ-INDEX) < ZERO
               DISPLAY 'PORECPT - RETURN EXCEEDS ON-HAND, SET TO 0: '
                   IV-INSTRUMENT-TYPE ' ' IV-INSTRUMENT-QUALITY
               MOVE ZERO                TO IV-ON-HAND-QTY
           ELSE
               ADD RQT-QTY(RQ-INDEX)    TO IV-ON-HAND-QTY.
           MOVE ZERO                    TO RQT-QTY(RQ-INDEX).
      *----------------------------------------------------------*
       2700-GET-COST-ENTRY.
      *----------------------------------------------------------*
      *    FINDS THE ITEM'S COST RECORD FOR WS-COST-KEY, ADDING A
      *    NEW ONE WHEN IT IS NOT THERE, AND LEAVES IT IN
      *    INVENTORY-COST-RECORD WITH CST-INDEX POINTING AT IT.
           SET CST-INDEX TO 1.
           SEARCH COST-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN CST-KEY(CST-INDEX) = WS-COST-KEY
                   MOVE CST-RECORD(CST-INDEX)
                                        TO INVENTORY-COST-RECORD
               WHEN CST-KEY(CST-INDEX) = SPACE
                   ADD 1                TO COST-TABLE-COUNT
                   MOVE WS-COST-KEY     TO CST-KEY(CST-INDEX)
                   MOVE SPACE           TO INVENTORY-COST-RECORD
                   MOVE WS-COST-TYPE    TO IC-INSTRUMENT-TYPE
                   MOVE WS-COST-QUALITY TO IC-INSTRUMENT-QUALITY
                   MOVE ZERO            TO IC-AVG-UNIT-COST
                                           IC-LAST-RECEIPT-DATE
                                           IC-LAST-MOVE-DATE
                                           IC-LAST-ON-HAND-QTY
                                           IC-LAST-VALUE
                                           IC-VENDOR-QTY(1)
                                           IC-VENDOR-QTY(2)
                                           IC-VENDOR-QTY(3)
                                           IC-VENDOR-QTY(4)
                                           IC-VENDOR-QTY(5)
                   MOVE INVENTORY-COST-RECORD
                                        TO CST-RECORD(CST-INDEX).
      *----------------------------------------------------------*
       3000-WRITE-AND-AGE-POS.
      *----------------------------------------------------------*
               MOVE SPACE               TO ADL-FLAG.
           MOVE AGE-DETAIL-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3200-WRITE-COST-TABLE.
      *----------------------------------------------------------*
           MOVE CST-RECORD(CST-INDEX)   TO INVENTORY-COST-NEW-RECORD.
           WRITE INVENTORY-COST-NEW-RECORD.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           CLOSE   PO-OLD-FILE
                   PO-NEW-FILE
                   RECEIPT-FILE
                   RECEIPT-HIST-FILE
                   RMA-FILE
                   VENDOR-CREDIT-FILE
                   INVENTORY-FILE
                   INVENTORY-NEW
                   INVENTORY-COST-FILE
                   INVENTORY-COST-NEW
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'PORECPT - RECEIPTS POSTED : ' WS-RECEIPT-COUNT.
           DISPLAY 'PORECPT - OPEN POS        : ' WS-OPEN-COUNT.
           DISPLAY 'PORECPT - OVERDUE POS     : ' WS-OVERDUE-COUNT.
           DISPLAY 'PORECPT - RETURNS POSTED  : ' WS-RETURN-COUNT.
           DISPLAY 'PORECPT - RETURNS REJECTED: ' WS-RMA-REJECT-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  TABLE OVERFLOW - PORECPT                *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF PORECPT                  *'.
           DISPLAY '*-----------------------------------------*'.
           CLOSE   PO-OLD-FILE
                   PO-NEW-FILE
                   RECEIPT-FILE
                   RECEIPT-HIST-FILE
                   RMA-FILE
                   VENDOR-CREDIT-FILE
                   INVENTORY-FILE
                   INVENTORY-NEW
                   INVENTORY-COST-FILE
                   INVENTORY-COST-NEW
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
      *----------------------------------------------------------*
           READ INVENTORY-FILE
               AT END MOVE 'Y'          TO INV-EOF-SW.
      *----------------------------------------------------------*
       8070-READ-RMA.
      *----------------------------------------------------------*
           READ RMA-FILE
               AT END MOVE 'Y'          TO RMA-EOF-SW.
      *----------------------------------------------------------*
       8080-READ-COST.
      *----------------------------------------------------------*
           READ INVENTORY-COST-FILE
               AT END MOVE 'Y'          TO COST-EOF-SW.
