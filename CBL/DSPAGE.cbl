       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CASE-FILE ASSIGN TO DSPCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-CASE-KEY.
           SELECT ALERT-FILE      ASSIGN TO ALERTFL.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  DISPUTE-CASE-FILE.
      *----------------------------------------------------------*
       COPY DSPCASE.
      *----------------------------------------------------------*
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY ALERTFIL.
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
      *    DAILY AGING OF OPEN DISPUTE CASES.  EVERY CASE STILL
      *    OPEN OR AWAITING RESOLUTION AFTER A MERCHANT RESPONSE IS
      *    LISTED AGAINST ITS REGULATORY RESOLUTION DEADLINE.  A
      *    CASE WITHIN THE WARNING WINDOW (10 DAYS UNLESS A PARM IS
      *    SUPPLIED) OR ALREADY PAST ITS DEADLINE RAISES AN ALERT.
      *    PROVISIONAL CREDITS GIVEN ON CASES STILL OPEN ARE TOTALLED
      *    AS A SEPARATE EXPOSURE LINE, LABELLED MONTH-END ON THE
      *    LAST BUSINESS DATE OF THE MONTH.
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(36) VALUE
                   '  OPEN DISPUTE CASE AGING REPORT    '.
               10  FILLER  PIC X(16) VALUE '  BUSINESS DATE '.
               10  HL1-BUSINESS-DATE     PIC X(08).
               10  FILLER                PIC X(72) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(10) VALUE 'ACCOUNT   '.
               10  FILLER    PIC X(18) VALUE 'DISPUTED ITEM     '.
               10  FILLER    PIC X(04) VALUE 'ST  '.
               10  FILLER    PIC X(10) VALUE 'OPENED    '.
               10  FILLER    PIC X(10) VALUE 'DEADLINE  '.
               10  FILLER    PIC X(06) VALUE ' DAYS '.
               10  FILLER    PIC X(06) VALUE ' LEFT '.
               10  FILLER    PIC X(14) VALUE '      DISPUTED'.
               10  FILLER    PIC X(14) VALUE '   PROV CREDIT'.
               10  FILLER    PIC X(16) VALUE '  DEADLINE FLAG '.
               10  FILLER                PIC X(24) VALUE SPACE.
      *----------------------------------------------------------*
           05  CASE-DETAIL-LINE.
               10  CDL-ACCT-NO           PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-AUDIT-DATE        PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  CDL-AUDIT-TIME        PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  CDL-CASE-STATUS       PIC X(01).
               10  FILLER                PIC X(03) VALUE SPACE.
               10  CDL-OPEN-DATE         PIC 9(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-DEADLINE-DATE     PIC 9(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-DAYS-OPEN         PIC ZZ,ZZ9.
               10  CDL-DAYS-LEFT         PIC ZZ,ZZ9-.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  CDL-DISPUTE-AMT       PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  CDL-PROV-CREDIT-AMT   PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-DEADLINE-FLAG     PIC X(14).
               10  FILLER                PIC X(23) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** OPEN CASES       : '.
               10  TL1-OPEN-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(12) VALUE '  DISPUTED: '.
               10  TL1-DISPUTE-TOTAL     PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(18) VALUE '   NEAR DEADLINE: '.
               10  TL1-NEAR-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(12) VALUE '   BREACHED:'.
               10  TL1-BREACH-COUNT      PIC ZZ,ZZ9.
               10  FILLER                PIC X(36) VALUE SPACE.
      *----------------------------------------------------------*
           05  EXPOSURE-LINE.
               10  FILLER                PIC X(03) VALUE '** '.
               10  EXL-LABEL             PIC X(38).
               10  FILLER  PIC X(09) VALUE ' CASES : '.
               10  EXL-PROV-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE '  AMOUNT: '.
               10  EXL-PROV-TOTAL        PIC $$$,$$$,$$9.99.
               10  FILLER                PIC X(52) VALUE SPACE.
      *----------------------------------------------------------*
       01  WS-AGING-FIELDS.
           05  WS-WARN-DAYS-X            PIC X(03).
           05  WS-WARN-DAYS              PIC 9(03) VALUE 010.
           05  WS-TODAY-NUM              PIC 9(08).
           05  WS-TODAY-INT              PIC 9(07).
           05  WS-TOMORROW-NUM           PIC 9(08).
           05  WS-DAYS-OPEN              PIC S9(05).
           05  WS-DAYS-LEFT              PIC S9(05).
           05  WS-DAYS-LEFT-DISP         PIC ZZ,ZZ9-.
           05  WS-AMOUNT-DISP            PIC $$,$$$,$$9.99.
      *----------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-OPEN-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-NEAR-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-BREACH-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-ALERT-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-PROV-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-DISPUTE-TOTAL          PIC 9(11)V99 VALUE ZERO.
           05  WS-PROV-TOTAL             PIC 9(11)V99 VALUE ZERO.
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
           05  END-OF-FILE-SW            PIC X(01) VALUE 'N'.
               88  END-OF-FILE               VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 8000-READ-DISPUTE-CASE.
           PERFORM 2000-AGE-ONE-CASE
               UNTIL END-OF-FILE.
           PERFORM 3000-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  DISPUTE-CASE-FILE
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          ALERT-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "DSPAGE"                TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           ACCEPT WS-WARN-DAYS-X.
           IF  WS-WARN-DAYS-X NUMERIC
               MOVE WS-WARN-DAYS-X      TO WS-WARN-DAYS.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           COMPUTE WS-TOMORROW-NUM =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 1).
           MOVE WS-CURRENT-DATE         TO HL1-BUSINESS-DATE.
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
       2000-AGE-ONE-CASE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  DC-CASE-ACTIVE
               PERFORM 2100-AGE-OPEN-CASE.
           PERFORM 8000-READ-DISPUTE-CASE.
      *----------------------------------------------------------*
       2100-AGE-OPEN-CASE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-OPEN-COUNT.
           ADD DC-DISPUTE-AMT           TO WS-DISPUTE-TOTAL.
           IF  DC-PROV-CREDIT-AMT > ZERO
               ADD 1                    TO WS-PROV-COUNT
               ADD DC-PROV-CREDIT-AMT   TO WS-PROV-TOTAL.
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(DC-OPEN-DATE).
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(DC-DEADLINE-DATE)
               - WS-TODAY-INT.
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   ADD 1                TO WS-BREACH-COUNT
                   MOVE '*BREACHED*'    TO CDL-DEADLINE-FLAG
                   PERFORM 9500-WRITE-ALERT-LINE
               WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                   ADD 1                TO WS-NEAR-COUNT
                   MOVE 'NEAR DEADLINE' TO CDL-DEADLINE-FLAG
                   PERFORM 9500-WRITE-ALERT-LINE
               WHEN OTHER
                   MOVE SPACE           TO CDL-DEADLINE-FLAG
           END-EVALUATE.
           MOVE DC-ACCT-NO              TO CDL-ACCT-NO.
           MOVE DC-AUDIT-DATE           TO CDL-AUDIT-DATE.
           MOVE DC-AUDIT-TIME           TO CDL-AUDIT-TIME.
           MOVE DC-CASE-STATUS          TO CDL-CASE-STATUS.
           MOVE DC-OPEN-DATE            TO CDL-OPEN-DATE.
           MOVE DC-DEADLINE-DATE        TO CDL-DEADLINE-DATE.
           MOVE WS-DAYS-OPEN            TO CDL-DAYS-OPEN.
           MOVE WS-DAYS-LEFT            TO CDL-DAYS-LEFT.
           MOVE DC-DISPUTE-AMT          TO CDL-DISPUTE-AMT.
           MOVE DC-PROV-CREDIT-AMT      TO CDL-PROV-CREDIT-AMT.
           MOVE CASE-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3000-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-OPEN-COUNT           TO TL1-OPEN-COUNT.
           MOVE WS-DISPUTE-TOTAL        TO TL1-DISPUTE-TOTAL.
           MOVE WS-NEAR-COUNT           TO TL1-NEAR-COUNT.
           MOVE WS-BREACH-COUNT         TO TL1-BREACH-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           IF  WS-TOMORROW-NUM(7:2) = '01'
               MOVE 'MONTH-END PROVISIONAL CREDIT EXPOSURE'
                                        TO EXL-LABEL
           ELSE
               MOVE 'OPEN PROVISIONAL CREDIT EXPOSURE'
                                        TO EXL-LABEL.
           MOVE WS-PROV-COUNT           TO EXL-PROV-COUNT.
           MOVE WS-PROV-TOTAL           TO EXL-PROV-TOTAL.
           MOVE EXPOSURE-LINE           TO PRINT-LINE.
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
           CLOSE   DISPUTE-CASE-FILE
                   ALERT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'DSPAGE - OPEN CASES    : ' WS-OPEN-COUNT.
           DISPLAY 'DSPAGE - ALERTS RAISED : ' WS-ALERT-COUNT.
      *----------------------------------------------------------*
       8000-READ-DISPUTE-CASE.
      *----------------------------------------------------------*
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END MOVE 'Y'          TO END-OF-FILE-SW.
      *----------------------------------------------------------*
       9500-WRITE-ALERT-LINE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-ALERT-COUNT.
           MOVE "DSPAGE"                TO AL-PROGRAM-ID.
           MOVE WS-CURRENT-MONTH        TO AL-ALERT-MONTH.
           MOVE WS-CURRENT-DAY          TO AL-ALERT-DAY.
           MOVE WS-CURRENT-YEAR         TO AL-ALERT-YEAR.
           MOVE WS-CURRENT-TIME         TO AL-ALERT-TIME.
           MOVE "DSPAGE - DISPUTE CASE AT RESOLUTION DEADLINE"
                                        TO AL-SUBJECT.
           MOVE WS-DAYS-LEFT            TO WS-DAYS-LEFT-DISP.
           MOVE DC-DISPUTE-AMT          TO WS-AMOUNT-DISP.
           MOVE SPACE                   TO AL-BODY.
           STRING 'ACCT ' DC-ACCT-NO
                  ' ITEM ' DC-AUDIT-DATE '/' DC-AUDIT-TIME
                  ' DUE ' DC-DEADLINE-DATE
                  ' LEFT ' WS-DAYS-LEFT-DISP
                  ' AMT ' WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO AL-BODY.
           WRITE ALERT-RECORD.
