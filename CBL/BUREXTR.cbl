       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREXTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER     ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO.
           SELECT ACCT-AUDIT-FILE ASSIGN TO ACCTAUDT.
           SELECT OVERLIMIT-HIST-FILE ASSIGN TO OVERHIST.
           SELECT BUREAU-FILE     ASSIGN TO CRBUREAU.
           SELECT XMIT-MANIFEST-FILE ASSIGN TO XMITMANF.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  ACCT-MASTER.
      *----------------------------------------------------------*
       COPY ACCTREC.
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
           05  AU-RUN-DATE-X REDEFINES AU-RUN-DATE.
               10  AU-RUN-YEAR-MONTH     PIC X(06).
               10  FILLER                PIC X(02).
           05  AU-RUN-TIME               PIC 9(08).
           05  AU-ACCT-IMAGE.
               10  AUI-ACCT-NO           PIC X(08).
               10  AUI-LAST-NAME         PIC X(20).
               10  AUI-FIRST-NAME        PIC X(14).
               10  AUI-USA-STATE         PIC X(15).
               10  AUI-ACCT-LIMIT        PIC S9(7)V99 COMP-3.
               10  AUI-ACCT-BALANCE      PIC S9(7)V99 COMP-3.
           05  AU-OPERATOR-ID            PIC X(08).
           05  AU-REF-NO                 PIC X(07).
      *----------------------------------------------------------*
       FD  OVERLIMIT-HIST-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  OVERLIMIT-HIST-RECORD.
           05  OH-ACCT-NO                PIC X(08).
           05  OH-FIRST-SEEN             PIC 9(08).
           05  OH-LAST-SEEN              PIC 9(08).
           05  FILLER                    PIC X(56).
      *----------------------------------------------------------*
       FD  BUREAU-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    BUREAU REPORTING FILE: H HEADER, ONE D BASE SEGMENT PER
      *    REPORTED ACCOUNT, T TRAILER WITH THE SEGMENT COUNT AND
      *    THE HASH OF REPORTED CURRENT BALANCES.  AMOUNTS ARE
      *    UNSIGNED - A CREDIT BALANCE IS REPORTED AS ZERO.
      *    STATUS: 11 CURRENT, 71 30 DAYS, 78 60 DAYS, 80 90 DAYS,
      *    82 120+ DAYS, 97 CHARGED OFF, 13 CLOSED.
       01  BUREAU-RECORD.
           05  BU-RECORD-TYPE            PIC X(01).
           05  BU-BASE-SEGMENT.
               10  BU-ACCT-NO            PIC X(08).
               10  BU-LAST-NAME          PIC X(20).
               10  BU-FIRST-NAME         PIC X(14).
               10  BU-USA-STATE          PIC X(15).
               10  BU-ACCT-STATUS        PIC X(02).
               10  BU-CREDIT-LIMIT       PIC 9(07)V99.
               10  BU-HIGH-BALANCE       PIC 9(07)V99.
               10  BU-CURRENT-BALANCE    PIC 9(07)V99.
               10  BU-PAST-DUE-AMT       PIC 9(07)V99.
               10  BU-OVERLIMIT-IND      PIC X(01).
               10  BU-OVERLIMIT-DAYS     PIC 9(05).
               10  BU-DATE-CLOSED        PIC 9(08).
               10  BU-ACTIVITY-DATE      PIC 9(08).
               10  FILLER                PIC X(82).
           05  BU-CONTROL-BODY REDEFINES BU-BASE-SEGMENT.
               10  BU-FILE-ID            PIC X(08).
               10  BU-CTL-DATE           PIC 9(08).
               10  BU-CTL-COUNT          PIC 9(07).
               10  BU-CTL-HASH           PIC 9(13)V99.
               10  FILLER                PIC X(161).
      *----------------------------------------------------------*
       FD  XMIT-MANIFEST-FILE
           RECORDING MODE IS F.
       COPY XMITMANF.
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
      *    MONTH-END CREDIT BUREAU EXTRACT.  ONE BASE SEGMENT FOR
      *    EVERY OPEN ACCOUNT ON ACCTMST (ACTIVE, PENDING CLOSE OR
      *    CHARGED OFF) AND FOR EVERY ACCOUNT ACCTCLOS CLOSED IN THE
      *    REPORTING MONTH; ACCOUNTS CLOSED IN AN EARLIER MONTH HAVE
      *    ALREADY BEEN REPORTED CLOSED AND ARE LEFT OUT.  HIGHEST
      *    BALANCE IS THE LARGEST BALANCE ON ANY ACCTAUDT IMAGE OR
      *    THE MASTER; OVER-LIMIT DAYS COME FROM THE OVERHIST FILE
      *    CBL0106A MAINTAINS.  THE REPORTING MONTH IS THE RUNCTL
      *    BUSINESS DATE'S.  ACCOUNTS WITH NO NAME OR A ZERO LIMIT
      *    ARE NOT REPORTED - THEY PRINT ON THE EXCEPTIONS LISTING.
      *    THE FILE IS MANIFESTED ON XMITMANF AS CRBUREAU SO
      *    XMITMTCH TRACKS THE BUREAU'S ACKNOWLEDGMENT.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  EXCP-DETAIL-LINE.
               10  EDL-ACCT-NO           PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  EDL-LAST-NAME         PIC X(20).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  EDL-FIRST-NAME        PIC X(14).
               10  FILLER                PIC X(09) VALUE ' STATUS: '.
               10  EDL-ACCT-STATUS       PIC X(02).
               10  FILLER                PIC X(08) VALUE ' LIMIT: '.
               10  EDL-LIMIT             PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(06) VALUE ' BAL: '.
               10  EDL-BALANCE           PIC $$,$$$,$$9.99-.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  EDL-REASON            PIC X(20).
               10  FILLER                PIC X(12) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-1.
               10  FILLER  PIC X(44) VALUE
                   '  CREDIT BUREAU EXTRACT - EXCEPTIONS LISTING'.
               10  FILLER  PIC X(18) VALUE '  REPORTING DATE: '.
               10  HL1-ACTIVITY-DATE     PIC 9(08).
               10  FILLER                PIC X(62) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** SEGMENTS WRITTEN : '.
               10  TL1-SEGMENT-COUNT     PIC ZZ,ZZ9.
               10  FILLER  PIC X(09) VALUE '   OPEN: '.
               10  TL1-OPEN-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(11) VALUE '   CLOSED: '.
               10  TL1-CLOSED-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(15) VALUE '   EXCEPTIONS: '.
               10  TL1-EXCP-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(15) VALUE '   BALANCE HASH'.
               10  FILLER  PIC X(02) VALUE ': '.
               10  TL1-BALANCE-HASH      PIC $$$$,$$$,$$$,$$9.99.
               10  FILLER                PIC X(15) VALUE SPACE.
      *----------------------------------------------------------*
       01  HIGH-BALANCE-TABLE-FIELDS.
           05  HIGH-BALANCE-TABLE OCCURS 1000 TIMES
                           INDEXED BY HB-INDEX.
               10  HBT-ACCT-NO           PIC X(08) VALUE SPACE.
               10  HBT-HIGH-BALANCE      PIC S9(7)V99 COMP-3
                                                   VALUE ZERO.
      *----------------------------------------------------------*
       01  OVER-HIST-TABLE-FIELDS.
           05  OVER-HIST-TABLE OCCURS 1000 TIMES
                           INDEXED BY OH-INDEX.
               10  OHT-ACCT-NO           PIC X(08) VALUE SPACE.
               10  OHT-FIRST-SEEN        PIC 9(08) VALUE ZERO.
               10  OHT-LAST-SEEN         PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-EXTRACT-FIELDS.
           05  WS-TODAY-NUM              PIC 9(08).
           05  WS-HIGH-BALANCE           PIC S9(7)V99 COMP-3.
           05  WS-SEGMENT-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-OPEN-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-CLOSED-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-EXCP-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-BALANCE-HASH           PIC 9(13)V99 VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR       PIC 9(04).
               10  WS-CURRENT-MONTH      PIC 9(02).
               10  WS-CURRENT-DAY        PIC 9(02).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR-MONTH PIC X(06).
               10  FILLER                PIC X(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS      PIC 9(02).
               10  WS-CURRENT-MINUTE     PIC 9(02).
               10  WS-CURRENT-SECOND     PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  END-OF-FILE-SW            PIC X(01) VALUE 'N'.
               88  END-OF-FILE               VALUE 'Y'.
           05  AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
               88  AUDIT-EOF                 VALUE 'Y'.
           05  HIST-EOF-SW               PIC X(01) VALUE 'N'.
               88  HIST-EOF                  VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-AUDIT-HISTORY.
           PERFORM 1200-LOAD-OVER-HISTORY.
           PERFORM 1500-WRITE-BUREAU-HEADER.
           PERFORM 8000-READ-ACCT-MASTER.
           PERFORM 2000-EXTRACT-ONE-ACCOUNT
               UNTIL END-OF-FILE.
           PERFORM 2900-WRITE-BUREAU-TRAILER.
           PERFORM 3000-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  ACCT-MASTER
                          ACCT-AUDIT-FILE
                          OVERLIMIT-HIST-FILE
                   OUTPUT BUREAU-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          XMIT-MANIFEST-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "BUREXTR"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-NUM.
           MOVE WS-TODAY-NUM            TO HL1-ACTIVITY-DATE.
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
       1100-LOAD-AUDIT-HISTORY.
      *----------------------------------------------------------*
           PERFORM 8050-READ-ACCT-AUDIT.
           PERFORM 1110-NOTE-ONE-AUDIT-IMAGE
               UNTIL AUDIT-EOF.
      *----------------------------------------------------------*
       1110-NOTE-ONE-AUDIT-IMAGE.
      *----------------------------------------------------------*
           IF  AUI-ACCT-NO NOT = SPACE
               PERFORM 1120-NOTE-HIGH-BALANCE.
           PERFORM 8050-READ-ACCT-AUDIT.
      *----------------------------------------------------------*
       1120-NOTE-HIGH-BALANCE.
      *----------------------------------------------------------*
           SET HB-INDEX TO 1.
           SEARCH HIGH-BALANCE-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN HBT-ACCT-NO(HB-INDEX) = AUI-ACCT-NO
                   IF  AUI-ACCT-BALANCE > HBT-HIGH-BALANCE(HB-INDEX)
                       MOVE AUI-ACCT-BALANCE
                           TO HBT-HIGH-BALANCE(HB-INDEX)
                   END-IF
               WHEN HBT-ACCT-NO(HB-INDEX) = SPACE
                   MOVE AUI-ACCT-NO     TO HBT-ACCT-NO(HB-INDEX)
                   MOVE AUI-ACCT-BALANCE
                                        TO HBT-HIGH-BALANCE(HB-INDEX).
      *----------------------------------------------------------*
       1200-LOAD-OVER-HISTORY.
      *----------------------------------------------------------*
           PERFORM 8060-READ-OVER-HISTORY.
           PERFORM 1210-STORE-ONE-HISTORY
               UNTIL HIST-EOF.
      *----------------------------------------------------------*
       1210-STORE-ONE-HISTORY.
      *----------------------------------------------------------*
           SET OH-INDEX TO 1.
           SEARCH OVER-HIST-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN OHT-ACCT-NO(OH-INDEX) = SPACE
                   MOVE OH-ACCT-NO      TO OHT-ACCT-NO(OH-INDEX)
                   MOVE OH-FIRST-SEEN   TO OHT-FIRST-SEEN(OH-INDEX)
                   MOVE OH-LAST-SEEN    TO OHT-LAST-SEEN(OH-INDEX).
           PERFORM 8060-READ-OVER-HISTORY.
      *----------------------------------------------------------*
       1500-WRITE-BUREAU-HEADER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO BUREAU-RECORD.
           MOVE 'H'                     TO BU-RECORD-TYPE.
           MOVE 'CRBUREAU'              TO BU-FILE-ID.
           MOVE WS-TODAY-NUM            TO BU-CTL-DATE.
           MOVE ZERO                    TO BU-CTL-COUNT
                                           BU-CTL-HASH.
           WRITE BUREAU-RECORD.
      *----------------------------------------------------------*
       2000-EXTRACT-ONE-ACCOUNT.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  ACCT-CLOSED
           AND ACCT-STATUS-DATE(1:6) NOT = WS-CURRENT-YEAR-MONTH
               CONTINUE
           ELSE
               PERFORM 2100-BUILD-BASE-SEGMENT.
           PERFORM 8000-READ-ACCT-MASTER.
      *----------------------------------------------------------*
       2100-BUILD-BASE-SEGMENT.
      *----------------------------------------------------------*
           MOVE SPACE                   TO BUREAU-RECORD.
           MOVE 'D'                     TO BU-RECORD-TYPE.
           MOVE ACCT-NO                 TO BU-ACCT-NO.
           MOVE LAST-NAME               TO BU-LAST-NAME.
           MOVE FIRST-NAME              TO BU-FIRST-NAME.
           MOVE USA-STATE               TO BU-USA-STATE.
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   MOVE '13'            TO BU-ACCT-STATUS
               WHEN ACCT-RECOVERY
                   MOVE '97'            TO BU-ACCT-STATUS
               WHEN ACCT-DELINQ-BUCKET = 1
                   MOVE '71'            TO BU-ACCT-STATUS
               WHEN ACCT-DELINQ-BUCKET = 2
                   MOVE '78'            TO BU-ACCT-STATUS
               WHEN ACCT-DELINQ-BUCKET = 3
                   MOVE '80'            TO BU-ACCT-STATUS
               WHEN ACCT-DELINQ-BUCKET = 4
                   MOVE '82'            TO BU-ACCT-STATUS
               WHEN OTHER
                   MOVE '11'            TO BU-ACCT-STATUS
           END-EVALUATE.
           MOVE ACCT-BALANCE            TO WS-HIGH-BALANCE.
           PERFORM 2200-GET-HIGH-BALANCE.
           PERFORM 2300-SET-AMOUNTS.
           IF  ACCT-PAST-DUE-AMT > ZERO
               MOVE ACCT-PAST-DUE-AMT   TO BU-PAST-DUE-AMT.
           MOVE ZERO                    TO BU-OVERLIMIT-DAYS.
           IF  ACCT-BALANCE > ACCT-LIMIT
               MOVE 'Y'                 TO BU-OVERLIMIT-IND
               PERFORM 2250-GET-OVERLIMIT-DAYS
           ELSE
               MOVE 'N'                 TO BU-OVERLIMIT-IND.
           IF  ACCT-CLOSED
               MOVE ACCT-STATUS-DATE    TO BU-DATE-CLOSED
           ELSE
               MOVE ZERO                TO BU-DATE-CLOSED.
           MOVE WS-TODAY-NUM            TO BU-ACTIVITY-DATE.
           IF  LAST-NAME = SPACE
               MOVE 'MISSING NAME'      TO EDL-REASON
               PERFORM 2800-PRINT-EXCEPTION
           ELSE
               IF  ACCT-LIMIT = ZERO
                   MOVE 'ZERO CREDIT LIMIT' TO EDL-REASON
                   PERFORM 2800-PRINT-EXCEPTION
               ELSE
                   IF  ACCT-CLOSED
                       ADD 1            TO WS-CLOSED-COUNT
                   ELSE
                       ADD 1            TO WS-OPEN-COUNT
                   END-IF
                   PERFORM 2700-WRITE-BASE-SEGMENT.
      *----------------------------------------------------------*
       2200-GET-HIGH-BALANCE.
      *----------------------------------------------------------*
           SET HB-INDEX TO 1.
           SEARCH HIGH-BALANCE-TABLE
               AT END
                   CONTINUE
               WHEN HBT-ACCT-NO(HB-INDEX) = BU-ACCT-NO
                   IF  HBT-HIGH-BALANCE(HB-INDEX) > WS-HIGH-BALANCE
                       MOVE HBT-HIGH-BALANCE(HB-INDEX)
                                        TO WS-HIGH-BALANCE
                   END-IF
               WHEN HBT-ACCT-NO(HB-INDEX) = SPACE
                   CONTINUE.
      *----------------------------------------------------------*
       2250-GET-OVERLIMIT-DAYS.
      *----------------------------------------------------------*
           SET OH-INDEX TO 1.
           SEARCH OVER-HIST-TABLE
               AT END
                   CONTINUE
               WHEN OHT-ACCT-NO(OH-INDEX) = ACCT-NO
                   COMPUTE BU-OVERLIMIT-DAYS =
                       FUNCTION INTEGER-OF-DATE(
                           OHT-LAST-SEEN(OH-INDEX))
                     - FUNCTION INTEGER-OF-DATE(
                           OHT-FIRST-SEEN(OH-INDEX)) + 1.
      *----------------------------------------------------------*
       2300-SET-AMOUNTS.
      *----------------------------------------------------------*
           MOVE ZERO                    TO BU-CREDIT-LIMIT
                                           BU-HIGH-BALANCE
                                           BU-CURRENT-BALANCE
                                           BU-PAST-DUE-AMT.
           IF  WS-HIGH-BALANCE > ZERO
               MOVE WS-HIGH-BALANCE     TO BU-HIGH-BALANCE.
           IF  ACCT-LIMIT > ZERO
               MOVE ACCT-LIMIT          TO BU-CREDIT-LIMIT.
           IF  ACCT-BALANCE > ZERO
               MOVE ACCT-BALANCE        TO BU-CURRENT-BALANCE.
      *----------------------------------------------------------*
       2700-WRITE-BASE-SEGMENT.
      *----------------------------------------------------------*
           WRITE BUREAU-RECORD.
           ADD 1                        TO WS-SEGMENT-COUNT.
           ADD BU-CURRENT-BALANCE       TO WS-BALANCE-HASH.
      *----------------------------------------------------------*
       2800-PRINT-EXCEPTION.
      *----------------------------------------------------------*
           ADD 1                        TO WS-EXCP-COUNT.
           MOVE BU-ACCT-NO              TO EDL-ACCT-NO.
           MOVE BU-LAST-NAME            TO EDL-LAST-NAME.
           MOVE BU-FIRST-NAME           TO EDL-FIRST-NAME.
           MOVE BU-ACCT-STATUS          TO EDL-ACCT-STATUS.
           MOVE BU-CREDIT-LIMIT         TO EDL-LIMIT.
           MOVE BU-CURRENT-BALANCE      TO EDL-BALANCE.
           MOVE EXCP-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2900-WRITE-BUREAU-TRAILER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO BUREAU-RECORD.
           MOVE 'T'                     TO BU-RECORD-TYPE.
           MOVE 'CRBUREAU'              TO BU-FILE-ID.
           MOVE WS-TODAY-NUM            TO BU-CTL-DATE.
           MOVE WS-SEGMENT-COUNT        TO BU-CTL-COUNT.
           MOVE WS-BALANCE-HASH         TO BU-CTL-HASH.
           WRITE BUREAU-RECORD.
           MOVE SPACE                   TO XMIT-MANIFEST-RECORD.
           MOVE 'CRBUREAU'              TO MF-FILE-ID.
           MOVE 'S'                     TO MF-DIRECTION.
           MOVE WS-TODAY-NUM            TO MF-BUSINESS-DATE.
           MOVE WS-SEGMENT-COUNT        TO MF-RECORD-COUNT.
           MOVE WS-BALANCE-HASH         TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
      *----------------------------------------------------------*
       3000-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-SEGMENT-COUNT        TO TL1-SEGMENT-COUNT.
           MOVE WS-OPEN-COUNT           TO TL1-OPEN-COUNT.
           MOVE WS-CLOSED-COUNT         TO TL1-CLOSED-COUNT.
           MOVE WS-EXCP-COUNT           TO TL1-EXCP-COUNT.
           MOVE WS-BALANCE-HASH         TO TL1-BALANCE-HASH.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
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
           CLOSE   ACCT-MASTER
                   ACCT-AUDIT-FILE
                   OVERLIMIT-HIST-FILE
                   BUREAU-FILE
                   XMIT-MANIFEST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'BUREXTR - SEGMENTS WRITTEN  : ' WS-SEGMENT-COUNT.
           DISPLAY 'BUREXTR - CLOSED ACCOUNTS   : ' WS-CLOSED-COUNT.
           DISPLAY 'BUREXTR - EXCEPTIONS        : ' WS-EXCP-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  HISTORY TABLE OVERFLOW - BUREXTR        *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF BUREXTR                  *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   ACCT-MASTER
                   ACCT-AUDIT-FILE
                   OVERLIMIT-HIST-FILE
                   BUREAU-FILE
                   XMIT-MANIFEST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8000-READ-ACCT-MASTER.
      *----------------------------------------------------------*
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y'          TO END-OF-FILE-SW.
      *----------------------------------------------------------*
       8050-READ-ACCT-AUDIT.
      *----------------------------------------------------------*
           READ ACCT-AUDIT-FILE
               AT END MOVE 'Y'          TO AUDIT-EOF-SW.
      *----------------------------------------------------------*
       8060-READ-OVER-HISTORY.
      *----------------------------------------------------------*
           READ OVERLIMIT-HIST-FILE
               AT END MOVE 'Y'          TO HIST-EOF-SW.
