       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO WATCHLST.
           SELECT WATCH-LIST-NEW  ASSIGN TO WATCHLSN.
           SELECT OPTIONAL WL-TRAN-FILE ASSIGN TO WLTRAN.
           SELECT OPTIONAL CASE-OLD-FILE ASSIGN TO WLCASE.
           SELECT CASE-NEW-FILE   ASSIGN TO WLCASEN.
           SELECT OPTIONAL WATCH-HIT-FILE ASSIGN TO WLHITS.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  WATCH-LIST-FILE
           RECORDING MODE IS F.
           COPY WATCHLST.
      *----------------------------------------------------------*
       FD  WATCH-LIST-NEW
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  WATCH-LIST-NEW-RECORD         PIC X(80).
      *----------------------------------------------------------*
       FD  WL-TRAN-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    COMPLIANCE MAINTENANCE.  A, C AND D ADD, CHANGE AND
      *    DEACTIVATE A WATCH-LIST ENTRY (A BLANK FIELD ON A C
      *    LEAVES THAT FIELD AS IT WAS).  R RELEASES AND F
      *    CONFIRMS A SCREENING CASE.  THE OPERATOR ID IS STAMPED
      *    ON THE ENTRY OR CASE.
       01  WL-TRAN-RECORD.
           05  WT-TRANS-CODE             PIC X(01).
               88  WT-ADD-ENTRY              VALUE 'A'.
               88  WT-CHANGE-ENTRY           VALUE 'C'.
               88  WT-DELETE-ENTRY           VALUE 'D'.
               88  WT-RELEASE-CASE           VALUE 'R'.
               88  WT-CONFIRM-CASE           VALUE 'F'.
               88  WT-ENTRY-ACTION           VALUE 'A' 'C' 'D'.
               88  WT-CASE-ACTION            VALUE 'R' 'F'.
           05  WT-ENTRY-BODY.
               10  WT-ENTRY-ID           PIC X(08).
               10  WT-LIST-SOURCE        PIC X(01).
               10  WT-LAST-NAME          PIC X(20).
               10  WT-FIRST-NAME         PIC X(14).
               10  FILLER                PIC X(20).
           05  WT-CASE-BODY REDEFINES WT-ENTRY-BODY.
               10  WT-CASE-NO            PIC 9(07).
               10  WT-CASE-NO-X REDEFINES WT-CASE-NO
                                         PIC X(07).
               10  FILLER                PIC X(56).
           05  WT-OPERATOR-ID            PIC X(08).
           05  FILLER                    PIC X(08).
      *----------------------------------------------------------*
       FD  CASE-OLD-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  CASE-OLD-RECORD               PIC X(120).
      *----------------------------------------------------------*
       FD  CASE-NEW-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  CASE-NEW-RECORD               PIC X(120).
      *----------------------------------------------------------*
       FD  WATCH-HIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  WATCH-HIT-RECORD              PIC X(120).
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRINT-RECORD.
      *    05  CC                        PIC X(01).
           05  PRINT-LINE                PIC X(132).
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
      *    ENTERPRISE WATCH-LIST MAINTENANCE AND SCREENING CASES.
      *    ACCTMNT, POLMNT, FAVRFP AND MIDTERM SCREEN EVERY NEW
      *    CUSTOMER, INSURED, ARTIST AND PAYEE AGAINST WATCHLST
      *    (SEE WLSCRR) AND APPEND THEIR HITS TO WLHITS.  EACH RUN
      *    OF THIS PROGRAM:
      *      - APPLIES THE WLTRAN ENTRY CHANGES TO THE WATCH LIST
      *        AND WRITES THE NEW GENERATION TO WATCHLSN;
      *      - CARRIES THE CASE FILE FROM WLCASE TO WLCASEN,
      *        APPLYING THE COMPLIANCE RELEASES AND CONFIRMATIONS.
      *        A RELEASE ADDS A CLEARANCE TO THE WATCH LIST SO THE
      *        ORIGINATING AREA CAN PRESENT THE ITEM AGAIN - A
      *        CLAIM PAYMENT HELD BY MIDTERM IS PAID ON ITS NEXT RUN;
      *      - NUMBERS THE DAY'S HITS AS NEW CASES AND EMPTIES
      *        WLHITS;
      *      - PRINTS THE MAINTENANCE LISTING, THE NEW CASES AND
      *        THE DAILY HITS / HOLDS / RELEASES BY PROGRAM.
      *----------------------------------------------------------*
       COPY WLCASE.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  WATCH-LIST MAINTENANCE AND SCREENING  '.
               10  FILLER  PIC X(16) VALUE ' BUSINESS DATE: '.
               10  HL1-TODAY-DATE        PIC 9(08).
               10  FILLER                PIC X(68) VALUE SPACE.
      *----------------------------------------------------------*
           05  SECTION-LINE.
               10  SCL-TITLE             PIC X(40).
               10  FILLER                PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  MAINT-DETAIL-LINE.
               10  MDL-TRANS-CODE        PIC X(01).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MDL-KEY               PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MDL-SOURCE            PIC X(01).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MDL-LAST-NAME         PIC X(20).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  MDL-FIRST-NAME        PIC X(14).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MDL-OPERATOR-ID       PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MDL-MESSAGE           PIC X(30).
               10  FILLER                PIC X(39) VALUE SPACE.
      *----------------------------------------------------------*
           05  CASE-DETAIL-LINE.
               10  FILLER  PIC X(05) VALUE 'CASE '.
               10  CDL-CASE-NO           PIC 9(07).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-PROGRAM-ID        PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-SUBJECT-KEY       PIC X(15).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-LAST-NAME         PIC X(20).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  CDL-FIRST-NAME        PIC X(14).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-MATCH-TYPE        PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  CDL-ENTRY-ID          PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  CDL-LIST-SOURCE       PIC X(01).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-STATUS            PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  CDL-AMOUNT            PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(11) VALUE SPACE.
      *----------------------------------------------------------*
           05  SUMMARY-HEADING-LINE.
               10  FILLER  PIC X(20) VALUE 'PROGRAM         HITS'.
               10  FILLER  PIC X(20) VALUE '      HELD    LOGGED'.
               10  FILLER  PIC X(20) VALUE '   CLEARED  RELEASED'.
               10  FILLER  PIC X(20) VALUE ' CONFIRMED          '.
               10  FILLER                PIC X(52) VALUE SPACE.
      *----------------------------------------------------------*
           05  SUMMARY-DETAIL-LINE.
               10  SDL-PROGRAM-ID        PIC X(08).
               10  FILLER                PIC X(04) VALUE SPACE.
               10  SDL-HIT-COUNT         PIC ZZ,ZZ9.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  SDL-HELD-COUNT        PIC ZZ,ZZ9.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  SDL-LOGGED-COUNT      PIC ZZ,ZZ9.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  SDL-CLEARED-COUNT     PIC ZZ,ZZ9.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  SDL-RELEASED-COUNT    PIC ZZ,ZZ9.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  SDL-CONFIRMED-COUNT   PIC ZZ,ZZ9.
               10  FILLER                PIC X(64) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(24) VALUE '** ENTRIES ADDED     :  '.
               10  TL1-ADDED-COUNT       PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   CHANGED            : '.
               10  TL1-CHANGED-COUNT     PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   DEACTIVATED        : '.
               10  TL1-DELETED-COUNT     PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   REJECTED           : '.
               10  TL1-REJECT-COUNT      PIC ZZ,ZZ9.
               10  FILLER                PIC X(12) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(24) VALUE '** ACTIVE ENTRIES    :  '.
               10  TL2-ACTIVE-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   CLEARANCES         : '.
               10  TL2-CLEARANCE-COUNT   PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   NEW CASES          : '.
               10  TL2-NEW-COUNT         PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   HELD AWAITING REVIEW:'.
               10  TL2-OPEN-HELD-COUNT   PIC ZZ,ZZ9.
               10  FILLER                PIC X(12) VALUE SPACE.
      *----------------------------------------------------------*
       01  WATCH-TABLE-FIELDS.
           05  WATCH-TABLE OCCURS 7000 TIMES
                           INDEXED BY WE-INDEX.
               10  WET-RECORD-TYPE       PIC X(01).
               10  WET-ENTRY-ID          PIC X(08).
               10  WET-IMAGE             PIC X(80).
           05  WATCH-COUNT               PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  CASE-ACTION-TABLE-FIELDS.
           05  CASE-ACTION-TABLE OCCURS 500 TIMES
                           INDEXED BY CA-INDEX.
               10  CAT-CASE-NO           PIC 9(07).
               10  CAT-ACTION            PIC X(01).
               10  CAT-OPERATOR-ID       PIC X(08).
               10  CAT-APPLIED-SW        PIC X(01).
           05  CASE-ACTION-COUNT         PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  PROGRAM-TALLY-TABLE-FIELDS.
           05  PROGRAM-TALLY-TABLE OCCURS 20 TIMES
                           INDEXED BY PG-INDEX.
               10  PGT-PROGRAM-ID        PIC X(08).
               10  PGT-HIT-COUNT         PIC 9(05).
               10  PGT-HELD-COUNT        PIC 9(05).
               10  PGT-LOGGED-COUNT      PIC 9(05).
               10  PGT-CLEARED-COUNT     PIC 9(05).
               10  PGT-RELEASED-COUNT    PIC 9(05).
               10  PGT-CONFIRMED-COUNT   PIC 9(05).
           05  PROGRAM-TALLY-COUNT       PIC 9(02) VALUE ZERO.
           05  PROGRAM-TALLY-TOTALS.
               10  PTT-HIT-COUNT         PIC 9(05) VALUE ZERO.
               10  PTT-HELD-COUNT        PIC 9(05) VALUE ZERO.
               10  PTT-LOGGED-COUNT      PIC 9(05) VALUE ZERO.
               10  PTT-CLEARED-COUNT     PIC 9(05) VALUE ZERO.
               10  PTT-RELEASED-COUNT    PIC 9(05) VALUE ZERO.
               10  PTT-CONFIRMED-COUNT   PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-WATCH-FIELDS.
           05  WS-TODAY-DATE             PIC 9(08).
           05  WS-NEXT-CASE-NO           PIC 9(07) VALUE ZERO.
           05  WS-MESSAGE                PIC X(30).
           05  WS-TALLY-PROGRAM-ID       PIC X(08).
           05  WS-ENTRY-FOUND-SW         PIC X(01).
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-TRAN-APPLIED-SW        PIC X(01).
               88  WS-TRAN-APPLIED           VALUE 'Y'.
           05  WS-ADDED-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-CHANGED-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-DELETED-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-ACTIVE-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-CLEARANCE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-NEW-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-OPEN-HELD-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
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
       01  WS-SWITCHES.
           05  WATCH-EOF-SW              PIC X(01) VALUE 'N'.
               88  WATCH-EOF                 VALUE 'Y'.
           05  TRAN-EOF-SW               PIC X(01) VALUE 'N'.
               88  TRAN-EOF                  VALUE 'Y'.
           05  CASE-EOF-SW               PIC X(01) VALUE 'N'.
               88  CASE-EOF                  VALUE 'Y'.
           05  HIT-EOF-SW                PIC X(01) VALUE 'N'.
               88  HIT-EOF                   VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-WATCH-LIST.
           PERFORM 1200-APPLY-TRANSACTIONS.
           PERFORM 2000-CARRY-FORWARD-CASES.
           PERFORM 2500-NUMBER-NEW-HITS.
           PERFORM 3000-WRITE-NEW-WATCH-LIST.
           PERFORM 3100-PRINT-PROGRAM-SUMMARY.
           PERFORM 3600-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  WATCH-LIST-FILE
                          WL-TRAN-FILE
                          CASE-OLD-FILE
                          WATCH-HIT-FILE
                   OUTPUT WATCH-LIST-NEW
                          CASE-NEW-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "WLMAINT"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-DATE
                                           HL1-TODAY-DATE.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
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
       1100-LOAD-WATCH-LIST.
      *----------------------------------------------------------*
      *    THE WHOLE LIST IS HELD, ENTRIES AND CLEARANCES ALIKE,
      *    AND WRITTEN BACK IN THE SAME ORDER WITH ANY NEW ENTRIES
      *    AND CLEARANCES AT THE END.
           PERFORM 8010-READ-WATCH-LIST.
           PERFORM 1110-STORE-ONE-WATCH-RECORD
               UNTIL WATCH-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-WATCH-RECORD.
      *----------------------------------------------------------*
           IF  WATCH-COUNT = 7000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO WATCH-COUNT.
           SET WE-INDEX                 TO WATCH-COUNT.
           MOVE WL-RECORD-TYPE          TO WET-RECORD-TYPE(WE-INDEX).
           MOVE WL-ENTRY-ID             TO WET-ENTRY-ID(WE-INDEX).
           MOVE WATCH-LIST-RECORD       TO WET-IMAGE(WE-INDEX).
           PERFORM 8010-READ-WATCH-LIST.
      *----------------------------------------------------------*
       1200-APPLY-TRANSACTIONS.
      *----------------------------------------------------------*
      *    ENTRY CHANGES ARE APPLIED AS THEY ARE READ.  CASE
      *    ACTIONS ARE HELD UNTIL THE CASE FILE IS CARRIED FORWARD.
           MOVE 'WATCH-LIST MAINTENANCE' TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 8020-READ-WL-TRAN.
           PERFORM 1210-APPLY-ONE-TRAN
               UNTIL TRAN-EOF.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       1210-APPLY-ONE-TRAN.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE SPACE                   TO WS-MESSAGE.
           MOVE 'N'                     TO WS-TRAN-APPLIED-SW.
           EVALUATE TRUE
               WHEN WT-OPERATOR-ID = SPACE
                   MOVE 'OPERATOR ID MISSING' TO WS-MESSAGE
               WHEN WT-ENTRY-ACTION
                   PERFORM 1300-APPLY-ENTRY-TRAN
               WHEN WT-CASE-ACTION
                   PERFORM 1400-STORE-CASE-ACTION
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO WS-MESSAGE
           END-EVALUATE.
           IF  WS-MESSAGE NOT = SPACE
               PERFORM 1290-PRINT-MAINT-LINE.
           PERFORM 8020-READ-WL-TRAN.
      *----------------------------------------------------------*
       1290-PRINT-MAINT-LINE.
      *----------------------------------------------------------*
           IF  NOT WS-TRAN-APPLIED
               ADD 1                    TO WS-REJECT-COUNT.
           MOVE WT-TRANS-CODE           TO MDL-TRANS-CODE.
           IF  WT-CASE-ACTION
               MOVE WT-CASE-NO-X        TO MDL-KEY
               MOVE SPACE               TO MDL-SOURCE
                                           MDL-LAST-NAME
                                           MDL-FIRST-NAME
           ELSE
               MOVE WT-ENTRY-ID         TO MDL-KEY
               MOVE WT-LIST-SOURCE      TO MDL-SOURCE
               MOVE WT-LAST-NAME        TO MDL-LAST-NAME
               MOVE WT-FIRST-NAME       TO MDL-FIRST-NAME.
           MOVE WT-OPERATOR-ID          TO MDL-OPERATOR-ID.
           MOVE WS-MESSAGE              TO MDL-MESSAGE.
           MOVE MAINT-DETAIL-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       1300-APPLY-ENTRY-TRAN.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-ENTRY-FOUND-SW.
           SET WE-INDEX TO 1.
           SEARCH WATCH-TABLE
               AT END
                   CONTINUE
               WHEN WE-INDEX > WATCH-COUNT
                   CONTINUE
               WHEN WET-RECORD-TYPE(WE-INDEX) = 'W'
               AND  WET-ENTRY-ID(WE-INDEX) = WT-ENTRY-ID
                   MOVE 'Y'             TO WS-ENTRY-FOUND-SW.
           EVALUATE TRUE
               WHEN WT-ENTRY-ID = SPACE
                   MOVE 'ENTRY ID MISSING'    TO WS-MESSAGE
               WHEN WT-ADD-ENTRY
                   PERFORM 1310-ADD-ENTRY
               WHEN NOT WS-ENTRY-FOUND
                   MOVE 'ENTRY ID NOT ON FILE' TO WS-MESSAGE
               WHEN WT-CHANGE-ENTRY
                   PERFORM 1320-CHANGE-ENTRY
               WHEN OTHER
                   PERFORM 1330-DEACTIVATE-ENTRY
           END-EVALUATE.
      *----------------------------------------------------------*
       1310-ADD-ENTRY.
      *----------------------------------------------------------*
           MOVE WT-LIST-SOURCE          TO WL-LIST-SOURCE.
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND
                   MOVE 'ENTRY ID ALREADY ON FILE' TO WS-MESSAGE
               WHEN NOT WL-VALID-SOURCE
                   MOVE 'INVALID LIST SOURCE' TO WS-MESSAGE
               WHEN WT-LAST-NAME = SPACE
                   MOVE 'NAME MISSING'  TO WS-MESSAGE
               WHEN OTHER
                   IF  WATCH-COUNT = 7000
                       PERFORM 9900-TABLE-ERROR
                   END-IF
                   MOVE SPACE           TO WATCH-LIST-RECORD
                   MOVE 'W'             TO WL-RECORD-TYPE
                   MOVE WT-ENTRY-ID     TO WL-ENTRY-ID
                   MOVE WT-LIST-SOURCE  TO WL-LIST-SOURCE
                   MOVE WT-LAST-NAME    TO WL-LAST-NAME
                   MOVE WT-FIRST-NAME   TO WL-FIRST-NAME
                   MOVE 'A'             TO WL-STATUS
                   MOVE WS-TODAY-DATE   TO WL-ADDED-DATE
                                           WL-UPDATED-DATE
                   MOVE WT-OPERATOR-ID  TO WL-UPDATED-BY
                   ADD 1                TO WATCH-COUNT
                   SET WE-INDEX         TO WATCH-COUNT
                   MOVE 'W'             TO WET-RECORD-TYPE(WE-INDEX)
                   MOVE WT-ENTRY-ID     TO WET-ENTRY-ID(WE-INDEX)
                   MOVE WATCH-LIST-RECORD TO WET-IMAGE(WE-INDEX)
                   ADD 1                TO WS-ADDED-COUNT
                   MOVE 'Y'             TO WS-TRAN-APPLIED-SW
                   MOVE 'ENTRY ADDED'   TO WS-MESSAGE
           END-EVALUATE.
      *----------------------------------------------------------*
       1320-CHANGE-ENTRY.
      *----------------------------------------------------------*
           MOVE WET-IMAGE(WE-INDEX)     TO WATCH-LIST-RECORD.
           IF  WT-LIST-SOURCE NOT = SPACE
               MOVE WT-LIST-SOURCE      TO WL-LIST-SOURCE.
           IF  NOT WL-VALID-SOURCE
               MOVE 'INVALID LIST SOURCE' TO WS-MESSAGE
           ELSE
               IF  WT-LAST-NAME NOT = SPACE
                   MOVE WT-LAST-NAME    TO WL-LAST-NAME
               END-IF
               IF  WT-FIRST-NAME NOT = SPACE
                   MOVE WT-FIRST-NAME   TO WL-FIRST-NAME
               END-IF
               MOVE 'A'                 TO WL-STATUS
               MOVE WS-TODAY-DATE       TO WL-UPDATED-DATE
               MOVE WT-OPERATOR-ID      TO WL-UPDATED-BY
               MOVE WATCH-LIST-RECORD   TO WET-IMAGE(WE-INDEX)
               ADD 1                    TO WS-CHANGED-COUNT
               MOVE 'Y'             TO WS-TRAN-APPLIED-SW
               MOVE 'ENTRY CHANGED'     TO WS-MESSAGE.
      *----------------------------------------------------------*
       1330-DEACTIVATE-ENTRY.
      *----------------------------------------------------------*
      *    A DEACTIVATED ENTRY STAYS ON FILE FOR THE CASES THAT
      *    NAME IT; A LATER C TRANSACTION REACTIVATES IT.
           MOVE WET-IMAGE(WE-INDEX)     TO WATCH-LIST-RECORD.
           IF  WL-INACTIVE
               MOVE 'ALREADY INACTIVE'  TO WS-MESSAGE
           ELSE
               MOVE 'I'                 TO WL-STATUS
               MOVE WS-TODAY-DATE       TO WL-UPDATED-DATE
               MOVE WT-OPERATOR-ID      TO WL-UPDATED-BY
               MOVE WATCH-LIST-RECORD   TO WET-IMAGE(WE-INDEX)
               ADD 1                    TO WS-DELETED-COUNT
               MOVE 'Y'             TO WS-TRAN-APPLIED-SW
               MOVE 'ENTRY DEACTIVATED' TO WS-MESSAGE.
      *----------------------------------------------------------*
       1400-STORE-CASE-ACTION.
      *----------------------------------------------------------*
           SET CA-INDEX TO 1.
           SEARCH CASE-ACTION-TABLE
               AT END
                   CONTINUE
               WHEN CA-INDEX > CASE-ACTION-COUNT
                   CONTINUE
               WHEN CAT-CASE-NO(CA-INDEX) = WT-CASE-NO
                   MOVE 'ACTION REPEATED FOR CASE' TO WS-MESSAGE.
           EVALUATE TRUE
               WHEN WT-CASE-NO-X NOT NUMERIC
                   MOVE 'CASE NUMBER NOT NUMERIC' TO WS-MESSAGE
               WHEN WS-MESSAGE NOT = SPACE
                   CONTINUE
               WHEN CASE-ACTION-COUNT = 500
                   MOVE 'ACTION TABLE FULL' TO WS-MESSAGE
               WHEN OTHER
                   ADD 1                TO CASE-ACTION-COUNT
                   SET CA-INDEX         TO CASE-ACTION-COUNT
                   MOVE WT-CASE-NO      TO CAT-CASE-NO(CA-INDEX)
                   MOVE WT-TRANS-CODE   TO CAT-ACTION(CA-INDEX)
                   MOVE WT-OPERATOR-ID  TO CAT-OPERATOR-ID(CA-INDEX)
                   MOVE 'N'             TO CAT-APPLIED-SW(CA-INDEX)
           END-EVALUATE.
      *----------------------------------------------------------*
       2000-CARRY-FORWARD-CASES.
      *----------------------------------------------------------*
           MOVE 'COMPLIANCE CASE REVIEW' TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 8030-READ-OLD-CASE.
           PERFORM 2010-CARRY-ONE-CASE
               UNTIL CASE-EOF.
           PERFORM 2100-LIST-UNMATCHED-ACTION
               VARYING CA-INDEX FROM 1 BY 1
                   UNTIL CA-INDEX > CASE-ACTION-COUNT.
           COMPUTE WS-NEXT-CASE-NO = WS-NEXT-CASE-NO + 1.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2010-CARRY-ONE-CASE.
      *----------------------------------------------------------*
           IF  WC-CASE-NO > WS-NEXT-CASE-NO
               MOVE WC-CASE-NO          TO WS-NEXT-CASE-NO.
           SET CA-INDEX TO 1.
           SEARCH CASE-ACTION-TABLE
               AT END
                   CONTINUE
               WHEN CA-INDEX > CASE-ACTION-COUNT
                   CONTINUE
               WHEN CAT-CASE-NO(CA-INDEX) = WC-CASE-NO
                   PERFORM 2020-APPLY-CASE-ACTION.
           IF  WC-HELD
               ADD 1                    TO WS-OPEN-HELD-COUNT.
           WRITE CASE-NEW-RECORD        FROM WATCH-CASE-RECORD.
           PERFORM 8030-READ-OLD-CASE.
      *----------------------------------------------------------*
       2020-APPLY-CASE-ACTION.
      *----------------------------------------------------------*
      *    ONLY A HELD OR LOGGED CASE CAN BE REVIEWED.  A RELEASE
      *    CLEARS THE SUBJECT KEY AGAINST THE MATCHED ENTRY FOR THE
      *    PROGRAM THAT RAISED THE CASE.
           MOVE 'Y'                     TO CAT-APPLIED-SW(CA-INDEX).
           MOVE 'N'                     TO WS-TRAN-APPLIED-SW.
           MOVE CAT-ACTION(CA-INDEX)    TO WT-TRANS-CODE.
           MOVE WC-CASE-NO              TO WT-CASE-NO.
           MOVE CAT-OPERATOR-ID(CA-INDEX) TO WT-OPERATOR-ID.
           IF  NOT WC-OPEN-FOR-REVIEW
               MOVE 'CASE ALREADY REVIEWED' TO WS-MESSAGE
           ELSE
               MOVE CAT-ACTION(CA-INDEX) TO WC-STATUS
               MOVE WS-TODAY-DATE       TO WC-REVIEW-DATE
               MOVE CAT-OPERATOR-ID(CA-INDEX) TO WC-REVIEWER-ID
               MOVE 'Y'                 TO WS-TRAN-APPLIED-SW
               MOVE WC-PROGRAM-ID       TO WS-TALLY-PROGRAM-ID
               PERFORM 2600-FIND-PROGRAM-TALLY
               IF  WC-RELEASED
                   ADD 1                TO PGT-RELEASED-COUNT(PG-INDEX)
                   PERFORM 2030-ADD-CLEARANCE
                   MOVE 'CASE RELEASED' TO WS-MESSAGE
               ELSE
                   ADD 1                TO PGT-CONFIRMED-COUNT(PG-INDEX)
                   MOVE 'CASE CONFIRMED - STAYS BLOCKED'
                                        TO WS-MESSAGE.
           PERFORM 1290-PRINT-MAINT-LINE.
      *----------------------------------------------------------*
       2030-ADD-CLEARANCE.
      *----------------------------------------------------------*
           IF  WATCH-COUNT = 7000
               PERFORM 9900-TABLE-ERROR.
           MOVE SPACE                   TO WATCH-LIST-RECORD.
           MOVE 'C'                     TO WL-RECORD-TYPE.
           MOVE WC-ENTRY-ID             TO WL-ENTRY-ID.
           MOVE WC-PROGRAM-ID           TO WL-CLR-PROGRAM-ID.
           MOVE WC-SUBJECT-KEY          TO WL-CLR-SUBJECT-KEY.
           MOVE WC-CASE-NO              TO WL-CLR-CASE-NO.
           MOVE WS-TODAY-DATE           TO WL-CLR-DATE.
           MOVE WC-REVIEWER-ID          TO WL-CLR-REVIEWER-ID.
           ADD 1                        TO WATCH-COUNT.
           SET WE-INDEX                 TO WATCH-COUNT.
           MOVE 'C'                     TO WET-RECORD-TYPE(WE-INDEX).
           MOVE WC-ENTRY-ID             TO WET-ENTRY-ID(WE-INDEX).
           MOVE WATCH-LIST-RECORD       TO WET-IMAGE(WE-INDEX).
      *----------------------------------------------------------*
       2100-LIST-UNMATCHED-ACTION.
      *----------------------------------------------------------*
           IF  CAT-APPLIED-SW(CA-INDEX) = 'N'
               MOVE CAT-ACTION(CA-INDEX) TO WT-TRANS-CODE
               MOVE CAT-CASE-NO(CA-INDEX) TO WT-CASE-NO
               MOVE CAT-OPERATOR-ID(CA-INDEX) TO WT-OPERATOR-ID
               MOVE 'N'                 TO WS-TRAN-APPLIED-SW
               MOVE 'CASE NOT ON FILE'  TO WS-MESSAGE
               PERFORM 1290-PRINT-MAINT-LINE.
      *----------------------------------------------------------*
       2500-NUMBER-NEW-HITS.
      *----------------------------------------------------------*
      *    THE DAY'S HITS BECOME CASES IN THE ORDER THEY WERE
      *    LOGGED.  THE LOG IS EMPTIED ONCE THEY ARE ON WLCASEN.
           MOVE 'NEW SCREENING CASES'   TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 8040-READ-WATCH-HIT.
           PERFORM 2510-NUMBER-ONE-HIT
               UNTIL HIT-EOF.
           CLOSE WATCH-HIT-FILE.
           OPEN OUTPUT WATCH-HIT-FILE.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2510-NUMBER-ONE-HIT.
      *----------------------------------------------------------*
           MOVE WS-NEXT-CASE-NO         TO WC-CASE-NO.
           ADD 1                        TO WS-NEXT-CASE-NO
                                           WS-NEW-COUNT.
           MOVE WC-PROGRAM-ID           TO WS-TALLY-PROGRAM-ID.
           PERFORM 2600-FIND-PROGRAM-TALLY.
           ADD 1                        TO PGT-HIT-COUNT(PG-INDEX).
           EVALUATE TRUE
               WHEN WC-HELD
                   ADD 1                TO PGT-HELD-COUNT(PG-INDEX)
                                           WS-OPEN-HELD-COUNT
                   MOVE 'HELD    '      TO CDL-STATUS
               WHEN WC-CLEARED
                   ADD 1                TO PGT-CLEARED-COUNT(PG-INDEX)
                   MOVE 'CLEARED '      TO CDL-STATUS
               WHEN OTHER
                   ADD 1                TO PGT-LOGGED-COUNT(PG-INDEX)
                   MOVE 'LOGGED  '      TO CDL-STATUS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WC-EXACT-MATCH
                   MOVE 'EXACT   '      TO CDL-MATCH-TYPE
               WHEN WC-NEAR-MATCH
                   MOVE 'NEAR    '      TO CDL-MATCH-TYPE
               WHEN OTHER
                   MOVE 'POSSIBLE'      TO CDL-MATCH-TYPE
           END-EVALUATE.
           MOVE WC-CASE-NO              TO CDL-CASE-NO.
           MOVE WC-PROGRAM-ID           TO CDL-PROGRAM-ID.
           MOVE WC-SUBJECT-KEY          TO CDL-SUBJECT-KEY.
           MOVE WC-LAST-NAME            TO CDL-LAST-NAME.
           MOVE WC-FIRST-NAME           TO CDL-FIRST-NAME.
           MOVE WC-ENTRY-ID             TO CDL-ENTRY-ID.
           MOVE WC-LIST-SOURCE          TO CDL-LIST-SOURCE.
           MOVE WC-AMOUNT               TO CDL-AMOUNT.
           MOVE CASE-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           WRITE CASE-NEW-RECORD        FROM WATCH-CASE-RECORD.
           ADD 1                        TO WS-RUN-LOG-COUNT.
           PERFORM 8040-READ-WATCH-HIT.
      *----------------------------------------------------------*
       2600-FIND-PROGRAM-TALLY.
      *----------------------------------------------------------*
           SET PG-INDEX TO 1.
           SEARCH PROGRAM-TALLY-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN PG-INDEX > PROGRAM-TALLY-COUNT
                   ADD 1                TO PROGRAM-TALLY-COUNT
                   MOVE WS-TALLY-PROGRAM-ID
                                        TO PGT-PROGRAM-ID(PG-INDEX)
                   MOVE ZERO      TO PGT-HIT-COUNT(PG-INDEX)
                                     PGT-HELD-COUNT(PG-INDEX)
                                     PGT-LOGGED-COUNT(PG-INDEX)
                                     PGT-CLEARED-COUNT(PG-INDEX)
                                     PGT-RELEASED-COUNT(PG-INDEX)
                                     PGT-CONFIRMED-COUNT(PG-INDEX)
               WHEN PGT-PROGRAM-ID(PG-INDEX) = WS-TALLY-PROGRAM-ID
                   CONTINUE.
      *----------------------------------------------------------*
       3000-WRITE-NEW-WATCH-LIST.
      *----------------------------------------------------------*
           PERFORM 3010-WRITE-ONE-WATCH-RECORD
               VARYING WE-INDEX FROM 1 BY 1
                   UNTIL WE-INDEX > WATCH-COUNT.
      *----------------------------------------------------------*
       3010-WRITE-ONE-WATCH-RECORD.
      *----------------------------------------------------------*
           MOVE WET-IMAGE(WE-INDEX)     TO WATCH-LIST-RECORD.
           IF  WL-CLEARANCE-REC
               ADD 1                    TO WS-CLEARANCE-COUNT
           ELSE
               IF  WL-ACTIVE
                   ADD 1                TO WS-ACTIVE-COUNT.
           WRITE WATCH-LIST-NEW-RECORD  FROM WATCH-LIST-RECORD.
      *----------------------------------------------------------*
       3100-PRINT-PROGRAM-SUMMARY.
      *----------------------------------------------------------*
           MOVE 'SCREENING SUMMARY BY PROGRAM' TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE SUMMARY-HEADING-LINE    TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3110-PRINT-ONE-PROGRAM
               VARYING PG-INDEX FROM 1 BY 1
                   UNTIL PG-INDEX > PROGRAM-TALLY-COUNT.
           MOVE 'TOTAL'                 TO SDL-PROGRAM-ID.
           MOVE PTT-HIT-COUNT           TO SDL-HIT-COUNT.
           MOVE PTT-HELD-COUNT          TO SDL-HELD-COUNT.
           MOVE PTT-LOGGED-COUNT        TO SDL-LOGGED-COUNT.
           MOVE PTT-CLEARED-COUNT       TO SDL-CLEARED-COUNT.
           MOVE PTT-RELEASED-COUNT      TO SDL-RELEASED-COUNT.
           MOVE PTT-CONFIRMED-COUNT     TO SDL-CONFIRMED-COUNT.
           MOVE SUMMARY-DETAIL-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3110-PRINT-ONE-PROGRAM.
      *----------------------------------------------------------*
           MOVE PGT-PROGRAM-ID(PG-INDEX)  TO SDL-PROGRAM-ID.
           MOVE PGT-HIT-COUNT(PG-INDEX)   TO SDL-HIT-COUNT.
           MOVE PGT-HELD-COUNT(PG-INDEX)  TO SDL-HELD-COUNT.
           MOVE PGT-LOGGED-COUNT(PG-INDEX) TO SDL-LOGGED-COUNT.
           MOVE PGT-CLEARED-COUNT(PG-INDEX) TO SDL-CLEARED-COUNT.
           MOVE PGT-RELEASED-COUNT(PG-INDEX) TO SDL-RELEASED-COUNT.
           MOVE PGT-CONFIRMED-COUNT(PG-INDEX) TO SDL-CONFIRMED-COUNT.
           ADD PGT-HIT-COUNT(PG-INDEX)  TO PTT-HIT-COUNT.
           ADD PGT-HELD-COUNT(PG-INDEX) TO PTT-HELD-COUNT.
           ADD PGT-LOGGED-COUNT(PG-INDEX) TO PTT-LOGGED-COUNT.
           ADD PGT-CLEARED-COUNT(PG-INDEX) TO PTT-CLEARED-COUNT.
           ADD PGT-RELEASED-COUNT(PG-INDEX) TO PTT-RELEASED-COUNT.
           ADD PGT-CONFIRMED-COUNT(PG-INDEX) TO PTT-CONFIRMED-COUNT.
           MOVE SUMMARY-DETAIL-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3600-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-ADDED-COUNT          TO TL1-ADDED-COUNT.
           MOVE WS-CHANGED-COUNT        TO TL1-CHANGED-COUNT.
           MOVE WS-DELETED-COUNT        TO TL1-DELETED-COUNT.
           MOVE WS-REJECT-COUNT         TO TL1-REJECT-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE WS-ACTIVE-COUNT         TO TL2-ACTIVE-COUNT.
           MOVE WS-CLEARANCE-COUNT      TO TL2-CLEARANCE-COUNT.
           MOVE WS-NEW-COUNT            TO TL2-NEW-COUNT.
           MOVE WS-OPEN-HELD-COUNT      TO TL2-OPEN-HELD-COUNT.
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
           CLOSE   WATCH-LIST-FILE
                   WATCH-LIST-NEW
                   WL-TRAN-FILE
                   CASE-OLD-FILE
                   CASE-NEW-FILE
                   WATCH-HIT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'WLMAINT - ACTIVE ENTRIES    : ' WS-ACTIVE-COUNT.
           DISPLAY 'WLMAINT - TRANS REJECTED    : ' WS-REJECT-COUNT.
           DISPLAY 'WLMAINT - NEW CASES         : ' WS-NEW-COUNT.
           DISPLAY 'WLMAINT - HELD FOR REVIEW   : ' WS-OPEN-HELD-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  WATCH-LIST TABLE OVERFLOW - WLMAINT     *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF WLMAINT                  *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   WATCH-LIST-FILE
                   WATCH-LIST-NEW
                   WL-TRAN-FILE
                   CASE-OLD-FILE
                   CASE-NEW-FILE
                   WATCH-HIT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8010-READ-WATCH-LIST.
      *----------------------------------------------------------*
           READ WATCH-LIST-FILE
               AT END MOVE 'Y'          TO WATCH-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-WL-TRAN.
      *----------------------------------------------------------*
           READ WL-TRAN-FILE
               AT END MOVE 'Y'          TO TRAN-EOF-SW.
      *----------------------------------------------------------*
       8030-READ-OLD-CASE.
      *----------------------------------------------------------*
           READ CASE-OLD-FILE INTO WATCH-CASE-RECORD
               AT END MOVE 'Y'          TO CASE-EOF-SW.
      *----------------------------------------------------------*
       8040-READ-WATCH-HIT.
      *----------------------------------------------------------*
           READ WATCH-HIT-FILE INTO WATCH-CASE-RECORD
               AT END MOVE 'Y'          TO HIT-EOF-SW.
