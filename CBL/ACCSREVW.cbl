       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCSREVW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO ACCSLOG.
           SELECT OPTIONAL STAFF-LIST-FILE ASSIGN TO STAFFLST.
           SELECT OPTIONAL ACCT-AUDIT-FILE ASSIGN TO ACCTAUDT.
           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ACCESS-LOG-IN                 PIC X(80).
      *----------------------------------------------------------*
       FD  STAFF-LIST-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    ACCOUNTS AND POLICIES HELD BY STAFF, KEPT BY HUMAN
      *    RESOURCES.  KEY TYPE A IS AN ACCOUNT NUMBER, P A POLICY
      *    NUMBER.  THE EMPLOYEE ID IS THE EMPLOYEE'S OPERATOR ID,
      *    SO A LOOKUP OF ONE'S OWN RECORD CAN BE TOLD APART.
       01  STAFF-LIST-RECORD.
           05  SL-KEY-TYPE               PIC X(01).
               88  SL-ACCOUNT                VALUE 'A'.
               88  SL-POLICY                 VALUE 'P'.
           05  SL-KEY                    PIC X(08).
           05  SL-EMPLOYEE-ID            PIC X(08).
           05  SL-EMPLOYEE-NAME          PIC X(30).
           05  FILLER                    PIC X(33).
      *----------------------------------------------------------*
       FD  ACCT-AUDIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ACCT-AUDIT-RECORD.
           05  AU-IMAGE-TYPE             PIC X(01).
               88  AU-BEFORE-IMAGE           VALUE 'B'.
               88  AU-AFTER-IMAGE            VALUE 'A'.
           05  AU-TRANS-CODE             PIC X(01).
           05  AU-RUN-DATE               PIC 9(08).
           05  AU-RUN-TIME               PIC 9(08).
           05  AU-ACCT-IMAGE.
               10  AU-ACCT-NO            PIC X(08).
               10  FILLER                PIC X(59).
           05  FILLER                    PIC X(15).
      *----------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-OPERATOR-ID            PIC X(08).
           05  SW-ACCESS-DATE            PIC 9(08).
           05  SW-ACCESS-TIME            PIC 9(08).
           05  SW-LOG-IMAGE              PIC X(80).
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
      *    WEEKLY REVIEW OF THE CUSTOMER INQUIRY ACCESS LOG.
      *    ACCTINQ, STMTRPRT AND CLMINQ APPEND ONE ACCSLOG RECORD
      *    FOR EVERY ACCOUNT, STATEMENT OR CLAIM LOOKED AT (SEE
      *    ACCSLOG).  THIS PROGRAM LISTS THE WEEK'S LOOKUPS BY
      *    OPERATOR, ONE OPERATOR TO A PAGE, AND FLAGS:
      *      - STAFF     LOOKUP OF AN ACCOUNT OR POLICY ON STAFFLST;
      *                  OWN RECORD WHEN IT IS THE OPERATOR'S OWN;
      *      - INACTIVE  ACCOUNT VIEWED WITH NO ACCTAUDT ACTIVITY
      *                  IN THE LAST N MONTHS (AS DORMANT DOES);
      *      - HIGH VOLUME  AN OPERATOR WHOSE LOOKUPS FOR THE WEEK
      *                  EXCEED THE VOLUME LIMIT, OR (WITH AT LEAST
      *                  THREE OPERATORS ON THE LOG) THREE TIMES
      *                  THE AVERAGE PER OPERATOR.
      *    DENIED LOOKUPS ARE LISTED AND COUNTED AS WELL.
      *    REVIEW CARD (SYSIN), ANY FIELD MAY BE LEFT BLANK:
      *      COLS  1-8   WEEK ENDING DATE CCYYMMDD - BUSINESS DATE
      *      COLS 10-14  VOLUME LIMIT               - 00050
      *      COLS 16-18  INACTIVE MONTHS            - 012
      *    RETURN CODE 4 WHEN ANYTHING IS FLAGGED, OTHERWISE 0.
      *----------------------------------------------------------*
       COPY ACCSLOG.
      *----------------------------------------------------------*
       01  REVIEW-CARD.
           05  RV-WEEK-END-DATE          PIC X(08).
           05  FILLER                    PIC X(01).
           05  RV-VOLUME-LIMIT           PIC X(05).
           05  FILLER                    PIC X(01).
           05  RV-INACTIVE-MONTHS        PIC X(03).
           05  FILLER                    PIC X(62).
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  CUSTOMER INQUIRY ACCESS REVIEW        '.
               10  FILLER  PIC X(06) VALUE ' WEEK '.
               10  HL1-WEEK-START        PIC 9(08).
               10  FILLER  PIC X(04) VALUE ' TO '.
               10  HL1-WEEK-END          PIC 9(08).
               10  FILLER  PIC X(16) VALUE '   RUN DATE:    '.
               10  HL1-TODAY-DATE        PIC 9(08).
               10  FILLER  PIC X(07) VALUE '  PAGE '.
               10  HL1-PAGE-NO           PIC ZZ9.
               10  FILLER                PIC X(32) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(10) VALUE 'OPERATOR: '.
               10  HL2-OPERATOR-ID       PIC X(08).
               10  FILLER  PIC X(20) VALUE '   VOLUME LIMIT:    '.
               10  HL2-VOLUME-LIMIT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(20) VALUE '   INACTIVE MONTHS: '.
               10  HL2-INACTIVE-MONTHS   PIC ZZ9.
               10  FILLER                PIC X(65) VALUE SPACE.
      *----------------------------------------------------------*
           05  COLUMN-LINE.
               10  FILLER  PIC X(20) VALUE 'DATE      TIME      '.
               10  FILLER  PIC X(20) VALUE 'PROGRAM   KEY TYPE  '.
               10  FILLER  PIC X(20) VALUE 'KEY                 '.
               10  FILLER  PIC X(20) VALUE '  RESULT     VIA   F'.
               10  FILLER  PIC X(20) VALUE 'LAGS                '.
               10  FILLER  PIC X(20) VALUE '          LAST ACTIV'.
               10  FILLER                PIC X(12) VALUE 'ITY'.
      *----------------------------------------------------------*
           05  ACCESS-DETAIL-LINE.
               10  ADL-ACCESS-DATE       PIC 9(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  ADL-HOURS             PIC X(02).
               10  FILLER                PIC X(01) VALUE ':'.
               10  ADL-MINUTES           PIC X(02).
               10  FILLER                PIC X(01) VALUE ':'.
               10  ADL-SECONDS           PIC X(02).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  ADL-PROGRAM-ID        PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  ADL-KEY-TYPE          PIC X(09).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  ADL-ACCESS-KEY        PIC X(20).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  ADL-RESULT            PIC X(09).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  ADL-VIA               PIC X(04).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  ADL-STAFF-FLAG        PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  ADL-ACTIVITY-FLAG     PIC X(18).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  ADL-LAST-ACTIVITY     PIC X(08).
               10  FILLER                PIC X(12) VALUE SPACE.
      *----------------------------------------------------------*
           05  OPERATOR-TOTAL-LINE.
               10  FILLER  PIC X(12) VALUE '** LOOKUPS: '.
               10  OTL-LOOKUP-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(11) VALUE '   DENIED: '.
               10  OTL-DENIED-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(14) VALUE '   NOT FOUND: '.
               10  OTL-NOT-FOUND-COUNT   PIC ZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE '   STAFF: '.
               10  OTL-STAFF-COUNT       PIC ZZ,ZZ9.
               10  FILLER  PIC X(13) VALUE '   INACTIVE: '.
               10  OTL-INACTIVE-COUNT    PIC ZZ,ZZ9.
               10  FILLER                PIC X(03) VALUE SPACE.
               10  OTL-VOLUME-FLAG       PIC X(20).
               10  FILLER                PIC X(19) VALUE SPACE.
      *----------------------------------------------------------*
           05  SUMMARY-LINE.
               10  SML-LABEL             PIC X(40).
               10  SML-COUNT             PIC ZZZ,ZZ9.
               10  FILLER                PIC X(85) VALUE SPACE.
      *----------------------------------------------------------*
       01  OPERATOR-TABLE-FIELDS.
           05  OPERATOR-TABLE OCCURS 200 TIMES
                           INDEXED BY OP-INDEX.
               10  OPT-OPERATOR-ID       PIC X(08).
               10  OPT-LOOKUP-COUNT      PIC 9(05).
           05  OPERATOR-COUNT            PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  STAFF-TABLE-FIELDS.
           05  STAFF-TABLE OCCURS 2000 TIMES
                           INDEXED BY ST-INDEX.
               10  STT-KEY-TYPE          PIC X(01).
               10  STT-KEY               PIC X(08).
               10  STT-EMPLOYEE-ID       PIC X(08).
           05  STAFF-COUNT               PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  ACTIVITY-TABLE-FIELDS.
           05  ACTIVITY-TABLE OCCURS 5000 TIMES
                           INDEXED BY AC-INDEX.
               10  ACT-ACCT-NO           PIC X(08).
               10  ACT-LAST-DATE         PIC 9(08).
           05  ACTIVITY-COUNT            PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-REVIEW-FIELDS.
           05  WS-TODAY-DATE             PIC 9(08).
           05  WS-WEEK-END-DATE          PIC 9(08).
           05  WS-WEEK-START-DATE        PIC 9(08).
           05  WS-VOLUME-LIMIT           PIC 9(05) VALUE 50.
           05  WS-INACTIVE-MONTHS        PIC 9(03) VALUE 12.
           05  WS-CUTOFF-DATE            PIC 9(08).
           05  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
               10  WS-CUTOFF-YEAR        PIC 9(04).
               10  WS-CUTOFF-MONTH       PIC 9(02).
               10  WS-CUTOFF-DAY         PIC 9(02).
           05  WS-MONTH-NUMBER           PIC 9(06).
           05  WS-PAGE-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-LINE-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-CURR-OPERATOR          PIC X(08).
           05  WS-AVERAGE-LOOKUPS        PIC 9(05)V99 VALUE ZERO.
           05  WS-STAFF-SW               PIC X(01).
               88  WS-STAFF-LOOKUP           VALUE 'S'.
               88  WS-OWN-RECORD             VALUE 'O'.
               88  WS-NOT-STAFF              VALUE 'N'.
           05  WS-INACTIVE-SW            PIC X(01).
               88  WS-INACTIVE-ACCOUNT       VALUE 'Y'.
           05  WS-OP-LOOKUP-COUNT        PIC 9(05).
           05  WS-OP-DENIED-COUNT        PIC 9(05).
           05  WS-OP-NOT-FOUND-COUNT     PIC 9(05).
           05  WS-OP-STAFF-COUNT         PIC 9(05).
           05  WS-OP-INACTIVE-COUNT      PIC 9(05).
           05  WS-LOG-READ-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-LOOKUP-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-HIGH-VOLUME-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-STAFF-LOOKUP-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-INACTIVE-LOOKUP-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-DENIED-COUNT           PIC 9(05) VALUE ZERO.
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
           05  LOG-EOF-SW                PIC X(01) VALUE 'N'.
               88  LOG-EOF                   VALUE 'Y'.
           05  STAFF-EOF-SW              PIC X(01) VALUE 'N'.
               88  STAFF-EOF                 VALUE 'Y'.
           05  AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
               88  AUDIT-EOF                 VALUE 'Y'.
           05  SORT-OUT-EOF-SW           PIC X(01) VALUE 'N'.
               88  SORT-OUT-EOF              VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-STAFF-LIST.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-OPERATOR-ID
                                SW-ACCESS-DATE
                                SW-ACCESS-TIME
               INPUT  PROCEDURE IS 2000-SELECT-WEEK-LOOKUPS
               OUTPUT PROCEDURE IS 2500-PRINT-OPERATOR-LOOKUPS.
           PERFORM 3000-PRINT-SUMMARY.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           IF  WS-HIGH-VOLUME-COUNT > ZERO
           OR  WS-STAFF-LOOKUP-COUNT > ZERO
           OR  WS-INACTIVE-LOOKUP-COUNT > ZERO
           OR  WS-DENIED-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  ACCESS-LOG-FILE
                          STAFF-LIST-FILE
                          ACCT-AUDIT-FILE
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "ACCSREVW"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-DATE
                                           WS-WEEK-END-DATE
                                           HL1-TODAY-DATE.
           PERFORM 1080-READ-REVIEW-CARD.
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
       1080-READ-REVIEW-CARD.
      *----------------------------------------------------------*
      *    THE WEEK IS THE SEVEN DAYS ENDING ON THE WEEK ENDING
      *    DATE.  AN ACCOUNT IS INACTIVE WHEN ITS LAST ACCTAUDT
      *    ACTIVITY IS BEFORE THE SAME DAY N MONTHS EARLIER.
           MOVE SPACE                   TO REVIEW-CARD.
           ACCEPT REVIEW-CARD.
           IF  RV-WEEK-END-DATE NUMERIC
           AND RV-WEEK-END-DATE NOT = '00000000'
               MOVE RV-WEEK-END-DATE    TO WS-WEEK-END-DATE.
           IF  RV-VOLUME-LIMIT NUMERIC
           AND RV-VOLUME-LIMIT NOT = '00000'
               MOVE RV-VOLUME-LIMIT     TO WS-VOLUME-LIMIT.
           IF  RV-INACTIVE-MONTHS NUMERIC
           AND RV-INACTIVE-MONTHS NOT = '000'
               MOVE RV-INACTIVE-MONTHS  TO WS-INACTIVE-MONTHS.
           COMPUTE WS-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WEEK-END-DATE) - 6).
           MOVE WS-WEEK-END-DATE        TO WS-CUTOFF-DATE.
           COMPUTE WS-MONTH-NUMBER =
               WS-CUTOFF-YEAR * 12 + WS-CUTOFF-MONTH - 1
                                   - WS-INACTIVE-MONTHS.
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH.
           ADD 1                        TO WS-CUTOFF-MONTH.
           MOVE WS-WEEK-START-DATE      TO HL1-WEEK-START.
           MOVE WS-WEEK-END-DATE        TO HL1-WEEK-END.
           MOVE WS-VOLUME-LIMIT         TO HL2-VOLUME-LIMIT.
           MOVE WS-INACTIVE-MONTHS      TO HL2-INACTIVE-MONTHS.
      *----------------------------------------------------------*
       1100-LOAD-STAFF-LIST.
      *----------------------------------------------------------*
           PERFORM 8020-READ-STAFF-LIST.
           PERFORM 1110-STORE-ONE-STAFF-KEY
               UNTIL STAFF-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-STAFF-KEY.
      *----------------------------------------------------------*
           IF  SL-ACCOUNT OR SL-POLICY
               IF  STAFF-COUNT = 2000
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                    TO STAFF-COUNT
               SET ST-INDEX             TO STAFF-COUNT
               MOVE SL-KEY-TYPE         TO STT-KEY-TYPE(ST-INDEX)
               MOVE SL-KEY              TO STT-KEY(ST-INDEX)
               MOVE SL-EMPLOYEE-ID      TO STT-EMPLOYEE-ID(ST-INDEX).
           PERFORM 8020-READ-STAFF-LIST.
      *----------------------------------------------------------*
       2000-SELECT-WEEK-LOOKUPS.
      *----------------------------------------------------------*
      *    INPUT PROCEDURE - THE WEEK'S LOG RECORDS GO TO THE SORT.
      *    THE OPERATOR TALLY AND THE LIST OF ACCOUNTS VIEWED ARE
      *    BUILT ON THE WAY THROUGH.
           PERFORM 8010-READ-ACCESS-LOG.
           PERFORM 2100-RELEASE-ONE-LOOKUP
               UNTIL LOG-EOF.
      *----------------------------------------------------------*
       2100-RELEASE-ONE-LOOKUP.
      *----------------------------------------------------------*
           ADD 1                        TO WS-LOG-READ-COUNT.
           IF  AL-ACCESS-DATE NOT < WS-WEEK-START-DATE
           AND AL-ACCESS-DATE NOT > WS-WEEK-END-DATE
               ADD 1                    TO WS-LOOKUP-COUNT
               PERFORM 2110-TALLY-OPERATOR
               IF  AL-ACCOUNT-LOOKUP AND AL-VIEWED
                   PERFORM 2120-NOTE-ACCOUNT-VIEWED
               END-IF
               MOVE AL-OPERATOR-ID      TO SW-OPERATOR-ID
               MOVE AL-ACCESS-DATE      TO SW-ACCESS-DATE
               MOVE AL-ACCESS-TIME      TO SW-ACCESS-TIME
               MOVE ACCESS-LOG-RECORD   TO SW-LOG-IMAGE
               RELEASE SORT-WORK-RECORD.
           PERFORM 8010-READ-ACCESS-LOG.
      *----------------------------------------------------------*
       2110-TALLY-OPERATOR.
      *----------------------------------------------------------*
           SET OP-INDEX TO 1.
           SEARCH OPERATOR-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN OP-INDEX > OPERATOR-COUNT
                   ADD 1                TO OPERATOR-COUNT
                   MOVE AL-OPERATOR-ID  TO OPT-OPERATOR-ID(OP-INDEX)
                   MOVE 1               TO OPT-LOOKUP-COUNT(OP-INDEX)
               WHEN OPT-OPERATOR-ID(OP-INDEX) = AL-OPERATOR-ID
                   ADD 1                TO OPT-LOOKUP-COUNT(OP-INDEX).
      *----------------------------------------------------------*
       2120-NOTE-ACCOUNT-VIEWED.
      *----------------------------------------------------------*
           SET AC-INDEX TO 1.
           SEARCH ACTIVITY-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN AC-INDEX > ACTIVITY-COUNT
                   ADD 1                TO ACTIVITY-COUNT
                   MOVE AL-KEY-ACCT-NO  TO ACT-ACCT-NO(AC-INDEX)
                   MOVE ZERO            TO ACT-LAST-DATE(AC-INDEX)
               WHEN ACT-ACCT-NO(AC-INDEX) = AL-KEY-ACCT-NO
                   CONTINUE.
      *----------------------------------------------------------*
       2500-PRINT-OPERATOR-LOOKUPS.
      *----------------------------------------------------------*
      *    OUTPUT PROCEDURE - THE LAST ACTIVITY OF EVERY ACCOUNT
      *    VIEWED IS TAKEN FROM ACCTAUDT, THEN THE LOOKUPS ARE
      *    LISTED BY OPERATOR IN DATE AND TIME ORDER.
           IF  OPERATOR-COUNT > ZERO
               COMPUTE WS-AVERAGE-LOOKUPS ROUNDED =
                   WS-LOOKUP-COUNT / OPERATOR-COUNT.
           PERFORM 2510-LOAD-LAST-ACTIVITY.
           PERFORM 2680-RETURN-ONE-LOOKUP.
           PERFORM 2600-PRINT-ONE-OPERATOR
               UNTIL SORT-OUT-EOF.
      *----------------------------------------------------------*
       2510-LOAD-LAST-ACTIVITY.
      *----------------------------------------------------------*
           IF  ACTIVITY-COUNT > ZERO
               PERFORM 8030-READ-ACCT-AUDIT
               PERFORM 2520-NOTE-ONE-AUDIT-IMAGE
                   UNTIL AUDIT-EOF.
      *----------------------------------------------------------*
       2520-NOTE-ONE-AUDIT-IMAGE.
      *----------------------------------------------------------*
           SET AC-INDEX TO 1.
           SEARCH ACTIVITY-TABLE
               AT END
                   CONTINUE
               WHEN AC-INDEX > ACTIVITY-COUNT
                   CONTINUE
               WHEN ACT-ACCT-NO(AC-INDEX) = AU-ACCT-NO
                   IF  AU-RUN-DATE > ACT-LAST-DATE(AC-INDEX)
                       MOVE AU-RUN-DATE TO ACT-LAST-DATE(AC-INDEX)
                   END-IF.
           PERFORM 8030-READ-ACCT-AUDIT.
      *----------------------------------------------------------*
       2600-PRINT-ONE-OPERATOR.
      *----------------------------------------------------------*
           MOVE SW-OPERATOR-ID          TO WS-CURR-OPERATOR.
           MOVE ZERO                    TO WS-OP-LOOKUP-COUNT
                                           WS-OP-DENIED-COUNT
                                           WS-OP-NOT-FOUND-COUNT
                                           WS-OP-STAFF-COUNT
                                           WS-OP-INACTIVE-COUNT.
           PERFORM 2610-PRINT-HEADINGS.
           PERFORM 2620-PRINT-ONE-LOOKUP
               UNTIL SORT-OUT-EOF
               OR    SW-OPERATOR-ID NOT = WS-CURR-OPERATOR.
           PERFORM 2690-PRINT-OPERATOR-TOTAL.
      *----------------------------------------------------------*
       2610-PRINT-HEADINGS.
      *----------------------------------------------------------*
           ADD 1                        TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT           TO HL1-PAGE-NO.
           IF  WS-CURR-OPERATOR = SPACE
               MOVE '(NONE)'            TO HL2-OPERATOR-ID
           ELSE
               MOVE WS-CURR-OPERATOR    TO HL2-OPERATOR-ID.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE COLUMN-LINE             TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE 6                       TO WS-LINE-COUNT.
      *----------------------------------------------------------*
       2620-PRINT-ONE-LOOKUP.
      *----------------------------------------------------------*
           MOVE SW-LOG-IMAGE            TO ACCESS-LOG-RECORD.
           ADD 1                        TO WS-OP-LOOKUP-COUNT.
           IF  WS-LINE-COUNT > 55
               PERFORM 2610-PRINT-HEADINGS.
           MOVE AL-ACCESS-DATE          TO ADL-ACCESS-DATE.
           MOVE SW-ACCESS-TIME(1:2)     TO ADL-HOURS.
           MOVE SW-ACCESS-TIME(3:2)     TO ADL-MINUTES.
           MOVE SW-ACCESS-TIME(5:2)     TO ADL-SECONDS.
           MOVE AL-PROGRAM-ID           TO ADL-PROGRAM-ID.
           MOVE AL-ACCESS-KEY           TO ADL-ACCESS-KEY.
           EVALUATE TRUE
               WHEN AL-ACCOUNT-KEY
                   MOVE 'ACCOUNT'       TO ADL-KEY-TYPE
               WHEN AL-STATEMENT-KEY
                   MOVE 'STATEMENT'     TO ADL-KEY-TYPE
               WHEN AL-CLAIM-KEY
                   MOVE 'CLAIM'         TO ADL-KEY-TYPE
               WHEN AL-NAME-KEY
                   MOVE 'NAME SRCH'     TO ADL-KEY-TYPE
               WHEN OTHER
                   MOVE AL-KEY-TYPE     TO ADL-KEY-TYPE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AL-VIEWED
                   MOVE 'VIEWED'        TO ADL-RESULT
               WHEN AL-NOT-ON-FILE
                   MOVE 'NOT FOUND'     TO ADL-RESULT
                   ADD 1                TO WS-OP-NOT-FOUND-COUNT
               WHEN AL-DENIED
                   MOVE 'DENIED'        TO ADL-RESULT
                   ADD 1                TO WS-OP-DENIED-COUNT
                                           WS-DENIED-COUNT
               WHEN OTHER
                   MOVE AL-ACCESS-RESULT TO ADL-RESULT
           END-EVALUATE.
           IF  AL-FROM-NAME-SEARCH
               MOVE 'NAME'              TO ADL-VIA
           ELSE
               MOVE SPACE               TO ADL-VIA.
           PERFORM 2630-CHECK-STAFF-KEY.
           EVALUATE TRUE
               WHEN WS-OWN-RECORD
                   MOVE 'OWN RECORD'    TO ADL-STAFF-FLAG
               WHEN WS-STAFF-LOOKUP
                   MOVE 'STAFF'         TO ADL-STAFF-FLAG
               WHEN OTHER
                   MOVE SPACE           TO ADL-STAFF-FLAG
           END-EVALUATE.
           IF  NOT WS-NOT-STAFF
               ADD 1                    TO WS-OP-STAFF-COUNT
                                           WS-STAFF-LOOKUP-COUNT.
           PERFORM 2640-CHECK-ACCOUNT-ACTIVITY.
           MOVE ACCESS-DETAIL-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           ADD 1                        TO WS-LINE-COUNT
                                           WS-RUN-LOG-COUNT.
           PERFORM 2680-RETURN-ONE-LOOKUP.
      *----------------------------------------------------------*
       2630-CHECK-STAFF-KEY.
      *----------------------------------------------------------*
      *    ACCOUNT AND STATEMENT LOOKUPS ARE CHECKED AGAINST THE
      *    STAFF ACCOUNTS, CLAIM LOOKUPS AGAINST STAFF POLICIES.
           MOVE 'N'                     TO WS-STAFF-SW.
           SET ST-INDEX TO 1.
           EVALUATE TRUE
               WHEN AL-ACCOUNT-LOOKUP
                   SEARCH STAFF-TABLE
                       AT END
                           CONTINUE
                       WHEN ST-INDEX > STAFF-COUNT
                           CONTINUE
                       WHEN STT-KEY-TYPE(ST-INDEX) = 'A'
                       AND  STT-KEY(ST-INDEX) = AL-KEY-ACCT-NO
                           PERFORM 2635-SET-STAFF-SW
                   END-SEARCH
               WHEN AL-CLAIM-KEY
                   SEARCH STAFF-TABLE
                       AT END
                           CONTINUE
                       WHEN ST-INDEX > STAFF-COUNT
                           CONTINUE
                       WHEN STT-KEY-TYPE(ST-INDEX) = 'P'
                       AND  STT-KEY(ST-INDEX) = AL-KEY-POLICY-NO
                           PERFORM 2635-SET-STAFF-SW
                   END-SEARCH
           END-EVALUATE.
      *----------------------------------------------------------*
       2635-SET-STAFF-SW.
      *----------------------------------------------------------*
           IF  STT-EMPLOYEE-ID(ST-INDEX) = AL-OPERATOR-ID
           AND AL-OPERATOR-ID NOT = SPACE
               MOVE 'O'                 TO WS-STAFF-SW
           ELSE
               MOVE 'S'                 TO WS-STAFF-SW.
      *----------------------------------------------------------*
       2640-CHECK-ACCOUNT-ACTIVITY.
      *----------------------------------------------------------*
      *    ONLY ACCOUNTS ACTUALLY VIEWED ARE IN THE ACTIVITY TABLE.
           MOVE 'N'                     TO WS-INACTIVE-SW.
           MOVE SPACE                   TO ADL-ACTIVITY-FLAG
                                           ADL-LAST-ACTIVITY.
           IF  AL-ACCOUNT-LOOKUP AND AL-VIEWED
               SET AC-INDEX TO 1
               SEARCH ACTIVITY-TABLE
                   AT END
                       CONTINUE
                   WHEN AC-INDEX > ACTIVITY-COUNT
                       CONTINUE
                   WHEN ACT-ACCT-NO(AC-INDEX) = AL-KEY-ACCT-NO
                       PERFORM 2645-CHECK-LAST-DATE
               END-SEARCH.
           IF  WS-INACTIVE-ACCOUNT
               MOVE 'NO RECENT ACTIVITY' TO ADL-ACTIVITY-FLAG
               ADD 1                    TO WS-OP-INACTIVE-COUNT
                                           WS-INACTIVE-LOOKUP-COUNT.
      *----------------------------------------------------------*
       2645-CHECK-LAST-DATE.
      *----------------------------------------------------------*
           IF  ACT-LAST-DATE(AC-INDEX) = ZERO
               MOVE 'NONE'              TO ADL-LAST-ACTIVITY
           ELSE
               MOVE ACT-LAST-DATE(AC-INDEX) TO ADL-LAST-ACTIVITY.
           IF  ACT-LAST-DATE(AC-INDEX) < WS-CUTOFF-DATE
               MOVE 'Y'                 TO WS-INACTIVE-SW.
      *----------------------------------------------------------*
       2680-RETURN-ONE-LOOKUP.
      *----------------------------------------------------------*
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y'          TO SORT-OUT-EOF-SW.
      *----------------------------------------------------------*
       2690-PRINT-OPERATOR-TOTAL.
      *----------------------------------------------------------*
           MOVE WS-OP-LOOKUP-COUNT      TO OTL-LOOKUP-COUNT.
           MOVE WS-OP-DENIED-COUNT      TO OTL-DENIED-COUNT.
           MOVE WS-OP-NOT-FOUND-COUNT   TO OTL-NOT-FOUND-COUNT.
           MOVE WS-OP-STAFF-COUNT       TO OTL-STAFF-COUNT.
           MOVE WS-OP-INACTIVE-COUNT    TO OTL-INACTIVE-COUNT.
           MOVE SPACE                   TO OTL-VOLUME-FLAG.
           IF  WS-OP-LOOKUP-COUNT > WS-VOLUME-LIMIT
           OR (OPERATOR-COUNT NOT < 3
           AND WS-OP-LOOKUP-COUNT > WS-AVERAGE-LOOKUPS * 3)
               MOVE '** HIGH VOLUME **' TO OTL-VOLUME-FLAG
               ADD 1                    TO WS-HIGH-VOLUME-COUNT.
           MOVE OPERATOR-TOTAL-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3000-PRINT-SUMMARY.
      *----------------------------------------------------------*
           ADD 1                        TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT           TO HL1-PAGE-NO.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE 'REVIEW SUMMARY'        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE 'OPERATORS ON THE LOG'  TO SML-LABEL.
           MOVE OPERATOR-COUNT          TO SML-COUNT.
           PERFORM 3010-PRINT-SUMMARY-LINE.
           MOVE 'LOOKUPS FOR THE WEEK'  TO SML-LABEL.
           MOVE WS-LOOKUP-COUNT         TO SML-COUNT.
           PERFORM 3010-PRINT-SUMMARY-LINE.
           MOVE 'AVERAGE LOOKUPS PER OPERATOR' TO SML-LABEL.
           MOVE WS-AVERAGE-LOOKUPS      TO SML-COUNT.
           PERFORM 3010-PRINT-SUMMARY-LINE.
           MOVE 'OPERATORS FLAGGED HIGH VOLUME' TO SML-LABEL.
           MOVE WS-HIGH-VOLUME-COUNT    TO SML-COUNT.
           PERFORM 3010-PRINT-SUMMARY-LINE.
           MOVE 'STAFF ACCOUNT LOOKUPS' TO SML-LABEL.
           MOVE WS-STAFF-LOOKUP-COUNT   TO SML-COUNT.
           PERFORM 3010-PRINT-SUMMARY-LINE.
           MOVE 'NO RECENT ACTIVITY LOOKUPS' TO SML-LABEL.
           MOVE WS-INACTIVE-LOOKUP-COUNT TO SML-COUNT.
           PERFORM 3010-PRINT-SUMMARY-LINE.
           MOVE 'DENIED LOOKUPS'        TO SML-LABEL.
           MOVE WS-DENIED-COUNT         TO SML-COUNT.
           PERFORM 3010-PRINT-SUMMARY-LINE.
      *----------------------------------------------------------*
       3010-PRINT-SUMMARY-LINE.
      *----------------------------------------------------------*
           MOVE SUMMARY-LINE            TO PRINT-LINE.
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
           CLOSE   ACCESS-LOG-FILE
                   STAFF-LIST-FILE
                   ACCT-AUDIT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'ACCSREVW - LOG RECORDS READ : ' WS-LOG-READ-COUNT.
           DISPLAY 'ACCSREVW - WEEK LOOKUPS     : ' WS-LOOKUP-COUNT.
           DISPLAY 'ACCSREVW - HIGH VOLUME OPRS : '
                   WS-HIGH-VOLUME-COUNT.
           DISPLAY 'ACCSREVW - STAFF LOOKUPS    : '
                   WS-STAFF-LOOKUP-COUNT.
           DISPLAY 'ACCSREVW - INACTIVE LOOKUPS : '
                   WS-INACTIVE-LOOKUP-COUNT.
           DISPLAY 'ACCSREVW - DENIED LOOKUPS   : ' WS-DENIED-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  ACCESS REVIEW TABLE OVERFLOW - ACCSREVW *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF ACCSREVW                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   ACCESS-LOG-FILE
                   STAFF-LIST-FILE
                   ACCT-AUDIT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8010-READ-ACCESS-LOG.
      *----------------------------------------------------------*
           READ ACCESS-LOG-FILE INTO ACCESS-LOG-RECORD
               AT END MOVE 'Y'          TO LOG-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-STAFF-LIST.
      *----------------------------------------------------------*
           READ STAFF-LIST-FILE
               AT END MOVE 'Y'          TO STAFF-EOF-SW.
      *----------------------------------------------------------*
       8030-READ-ACCT-AUDIT.
      *----------------------------------------------------------*
           READ ACCT-AUDIT-FILE
               AT END MOVE 'Y'          TO AUDIT-EOF-SW.
