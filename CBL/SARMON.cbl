       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-AUDIT-FILE ASSIGN TO ACCTAUDT.
           SELECT XREF-FILE       ASSIGN TO CUSTXREF.
           SELECT SAR-RULE-FILE   ASSIGN TO SARRULE.
           SELECT OPTIONAL CASE-OLD-FILE ASSIGN TO SARCASE.
           SELECT CASE-NEW-FILE   ASSIGN TO SARCASEN.
           SELECT OPTIONAL CLOSE-FILE ASSIGN TO SARCLOSE.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  ACCT-AUDIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ACCT-AUDIT-RECORD.
           05  AU-IMAGE-TYPE             PIC X(01).
               88  AU-BEFORE-IMAGE           VALUE 'B'.
               88  AU-AFTER-IMAGE            VALUE 'A'.
           05  AU-TRANS-CODE             PIC X(01).
           05  AU-RUN-STAMP.
               10  AU-RUN-DATE           PIC 9(08).
               10  AU-RUN-TIME           PIC 9(08).
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
       FD  XREF-FILE
           RECORDING MODE IS F.
           COPY CUSTXREF.
      *----------------------------------------------------------*
       FD  SAR-RULE-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    MONITORING RULES AND THRESHOLDS.  MEANING BY RULE:
      *    WD = PARM: ROLLING WINDOW IN DAYS
      *    MS = PARM: MINIMUM ACCOUNT SCORE THAT RAISES A CASE
      *    S1 = BALANCE SWINGS JUST UNDER A REPORTING THRESHOLD ON
      *         CONSECUTIVE DAYS.  PARM: THRESHOLD IN DOLLARS,
      *         PARM-2: PERCENT BAND BELOW IT
      *    S2 = REPEATED LIMIT INCREASES.  PARM: INCREASES IN THE
      *         WINDOW
      *    S3 = SEVERAL ACCOUNTS OF ONE CUSTXREF HOUSEHOLD MOVING
      *         MONEY THE SAME DAY.  PARM: ACCOUNTS, PARM-2:
      *         SMALLEST MOVEMENT IN DOLLARS
       01  SAR-RULE-RECORD.
           05  SR-RULE-ID                PIC X(02).
           05  SR-POINTS                 PIC 9(03).
           05  SR-PARM                   PIC 9(07).
           05  SR-PARM-2                 PIC 9(07).
           05  FILLER                    PIC X(61).
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
       FD  CLOSE-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    ANALYST CASE CLOSURES.  DISPOSITION N = NO FURTHER
      *    ACTION, F = SUSPICIOUS ACTIVITY REPORT FILED.
       01  CLOSE-RECORD.
           05  CL-CASE-NO                PIC 9(07).
           05  CL-CASE-NO-X REDEFINES CL-CASE-NO
                                         PIC X(07).
           05  CL-ANALYST-ID             PIC X(08).
           05  CL-DISPOSITION            PIC X(01).
               88  CL-VALID-DISPOSITION      VALUE 'N' 'F'.
           05  FILLER                    PIC X(64).
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
      *    RULES-DRIVEN SUSPICIOUS ACTIVITY MONITOR OVER ACCTAUDT.
      *    EVERY BALANCE OR LIMIT CHANGE (A BEFORE/AFTER IMAGE PAIR)
      *    INSIDE THE ROLLING WINDOW ENDING ON THE RUNCTL BUSINESS
      *    DATE IS CHECKED AGAINST THE SARRULE RULES; EACH ACCOUNT
      *    SCORES THE POINTS OF EVERY RULE IT TRIPS.  AN ACCOUNT AT
      *    OR ABOVE THE MINIMUM SCORE WITH TRIGGERS LATER THAN ITS
      *    LAST CASE OPENS A NEW CASE, OR ADDS THEM TO ITS OPEN
      *    CASE; ACTIVITY ALREADY ON A CASE IS NEVER RAISED AGAIN.
      *    ANALYST CLOSURES ON SARCLOSE ARE APPLIED FIRST.  CLOSED
      *    CASES DROP OFF THE FILE ONCE THEIR CLOSE DATE LEAVES THE
      *    WINDOW.  THE WORKLIST PRINTS EVERY OPEN CASE WITH THE
      *    CHANGES THAT TRIGGERED IT.
      *----------------------------------------------------------*
       COPY SARCASE.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  CASE-WORK-LINE.
               10  FILLER  PIC X(05) VALUE 'CASE '.
               10  CWL-CASE-NO           PIC 9(07).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  CWL-ACTION            PIC X(07).
               10  FILLER  PIC X(07) VALUE ' ACCT: '.
               10  CWL-ACCT-NO           PIC X(08).
               10  FILLER  PIC X(07) VALUE ' CUST: '.
               10  CWL-CUST-ID           PIC X(08).
               10  FILLER  PIC X(08) VALUE ' SCORE: '.
               10  CWL-SCORE             PIC ZZZ9.
               10  FILLER  PIC X(08) VALUE ' RULES: '.
               10  CWL-RULES-HIT         PIC X(12).
               10  FILLER  PIC X(09) VALUE ' OPENED: '.
               10  CWL-OPEN-DATE         PIC 9(08).
               10  FILLER  PIC X(07) VALUE ' THRU: '.
               10  CWL-THRU-DATE         PIC 9(08).
               10  FILLER                PIC X(08) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRIGGER-WORK-LINE.
               10  FILLER                PIC X(08) VALUE SPACE.
               10  TWL-AUDIT-DATE        PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TWL-AUDIT-TIME        PIC 9(08).
               10  FILLER  PIC X(07) VALUE ' CODE: '.
               10  TWL-TRANS-CODE        PIC X(01).
               10  FILLER  PIC X(06) VALUE ' REF: '.
               10  TWL-REF-NO            PIC X(07).
               10  FILLER  PIC X(08) VALUE ' MOVED: '.
               10  TWL-MOVEMENT          PIC --,---,--9.99.
               10  FILLER  PIC X(08) VALUE ' LIMIT: '.
               10  TWL-OLD-LIMIT         PIC --,---,--9.99.
               10  FILLER  PIC X(04) VALUE ' TO '.
               10  TWL-NEW-LIMIT         PIC --,---,--9.99.
               10  FILLER  PIC X(08) VALUE ' RULES: '.
               10  TWL-RULES-HIT         PIC X(12).
               10  FILLER                PIC X(07) VALUE SPACE.
      *----------------------------------------------------------*
           05  CLOSE-DETAIL-LINE.
               10  FILLER  PIC X(11) VALUE 'CLOSE CASE '.
               10  CDL-CASE-NO           PIC X(07).
               10  FILLER  PIC X(10) VALUE ' ANALYST: '.
               10  CDL-ANALYST-ID        PIC X(08).
               10  FILLER  PIC X(07) VALUE ' DISP: '.
               10  CDL-DISPOSITION       PIC X(01).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-MESSAGE           PIC X(24).
               10  FILLER                PIC X(62) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  SUSPICIOUS ACTIVITY CASE WORKLIST     '.
               10  FILLER  PIC X(09) VALUE ' WINDOW: '.
               10  HL1-WINDOW-START      PIC 9(08).
               10  FILLER  PIC X(04) VALUE ' TO '.
               10  HL1-WINDOW-END        PIC 9(08).
               10  FILLER  PIC X(13) VALUE '  MIN SCORE: '.
               10  HL1-MIN-SCORE         PIC ZZZ9.
               10  FILLER                PIC X(46) VALUE SPACE.
      *----------------------------------------------------------*
           05  SECTION-LINE.
               10  SCL-TITLE             PIC X(40).
               10  FILLER                PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(24) VALUE '** AUDIT CHANGES     :  '.
               10  TL1-EVENT-COUNT       PIC ZZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   NEW CASES          : '.
               10  TL1-NEW-COUNT         PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   UPDATED CASES      : '.
               10  TL1-UPDATED-COUNT     PIC ZZ,ZZ9.
               10  FILLER                PIC X(41) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(24) VALUE '** OPEN CASES        :  '.
               10  TL2-OPEN-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   CLOSED THIS RUN    : '.
               10  TL2-CLOSED-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   ALREADY RAISED     : '.
               10  TL2-RAISED-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(19) VALUE '   PURGED CLOSED : '.
               10  TL2-PURGED-COUNT      PIC ZZ,ZZ9.
               10  FILLER                PIC X(17) VALUE SPACE.
      *----------------------------------------------------------*
       01  SAR-RULE-TABLE-FIELDS.
           05  SRT-WINDOW-DAYS           PIC 9(05) VALUE 30.
           05  SRT-MIN-SCORE             PIC 9(04) VALUE 50.
           05  SRT-S1-POINTS             PIC 9(03) VALUE ZERO.
           05  SRT-S1-THRESHOLD          PIC 9(07) VALUE 10000.
           05  SRT-S1-PCT-BAND           PIC 9(03) VALUE 10.
           05  SRT-S2-POINTS             PIC 9(03) VALUE ZERO.
           05  SRT-S2-INCREASES          PIC 9(05) VALUE 2.
           05  SRT-S3-POINTS             PIC 9(03) VALUE ZERO.
           05  SRT-S3-ACCOUNTS           PIC 9(05) VALUE 3.
           05  SRT-S3-MIN-AMOUNT         PIC 9(07) VALUE 1000.
      *----------------------------------------------------------*
       01  XREF-TABLE-FIELDS.
           05  XREF-TABLE OCCURS 2000 TIMES
                           INDEXED BY XR-INDEX.
               10  XRT-ACCT-NO           PIC X(08) VALUE SPACE.
               10  XRT-CUST-ID           PIC X(08) VALUE SPACE.
      *----------------------------------------------------------*
       01  EVENT-TABLE-FIELDS.
           05  EVENT-TABLE OCCURS 5000 TIMES
                           INDEXED BY EV-INDEX EV-SCAN.
               10  EVT-ACCT-NO           PIC X(08).
               10  EVT-CUST-ID           PIC X(08).
               10  EVT-DAY-INT           PIC 9(07).
               10  EVT-STAMP.
                   15  EVT-DATE          PIC 9(08).
                   15  EVT-TIME          PIC 9(08).
               10  EVT-TRANS-CODE        PIC X(01).
               10  EVT-REF-NO            PIC X(07).
               10  EVT-MOVEMENT          PIC S9(07)V99.
               10  EVT-ABS-MOVEMENT      PIC 9(07)V99.
               10  EVT-OLD-LIMIT         PIC S9(07)V99.
               10  EVT-NEW-LIMIT         PIC S9(07)V99.
               10  EVT-LIMIT-UP-SW       PIC X(01).
               10  EVT-S1-QUAL-SW        PIC X(01).
               10  EVT-S3-QUAL-SW        PIC X(01).
               10  EVT-S1-SW             PIC X(01).
               10  EVT-S2-SW             PIC X(01).
               10  EVT-S3-SW             PIC X(01).
               10  EVT-RULES-HIT         PIC X(12).
           05  EVENT-COUNT               PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  ACCT-SCORE-TABLE-FIELDS.
           05  ACCT-SCORE-TABLE OCCURS 2000 TIMES
                           INDEXED BY AC-INDEX.
               10  ACT-ACCT-NO           PIC X(08) VALUE SPACE.
               10  ACT-CUST-ID           PIC X(08) VALUE SPACE.
               10  ACT-LIMIT-UP-COUNT    PIC 9(05) VALUE ZERO.
               10  ACT-S1-SW             PIC X(01) VALUE 'N'.
               10  ACT-S2-SW             PIC X(01) VALUE 'N'.
               10  ACT-S3-SW             PIC X(01) VALUE 'N'.
               10  ACT-SCORE             PIC 9(04) VALUE ZERO.
               10  ACT-RULES-HIT         PIC X(12) VALUE SPACE.
               10  ACT-NEW-STAMP         PIC X(16) VALUE ZERO.
           05  ACCT-COUNT                PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  HOUSEHOLD-DAY-TABLE-FIELDS.
           05  HOUSEHOLD-DAY-TABLE OCCURS 5000 TIMES
                           INDEXED BY HD-INDEX.
               10  HDT-CUST-ID           PIC X(08) VALUE SPACE.
               10  HDT-DAY-INT           PIC 9(07) VALUE ZERO.
               10  HDT-ACCT-NO           PIC X(08) VALUE SPACE.
           05  HOUSEHOLD-DAY-COUNT       PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  CASE-TABLE-FIELDS.
           05  CASE-TABLE OCCURS 1000 TIMES
                           INDEXED BY CS-INDEX.
               10  SCT-CASE-NO           PIC 9(07).
               10  SCT-ACCT-NO           PIC X(08).
               10  SCT-CUST-ID           PIC X(08).
               10  SCT-CASE-STATUS       PIC X(01).
               10  SCT-OPEN-DATE         PIC 9(08).
               10  SCT-UPDATE-DATE       PIC 9(08).
               10  SCT-SCORE             PIC 9(04).
               10  SCT-RULES-HIT         PIC X(12).
               10  SCT-THRU-STAMP        PIC X(16).
               10  SCT-CLOSED-DATE       PIC 9(08).
               10  SCT-ANALYST-ID        PIC X(08).
               10  SCT-DISPOSITION       PIC X(01).
               10  SCT-ACTION            PIC X(01).
           05  CASE-COUNT                PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  TRIGGER-TABLE-FIELDS.
           05  TRIGGER-TABLE OCCURS 5000 TIMES
                           INDEXED BY TR-INDEX.
               10  TRT-CASE-NO           PIC 9(07).
               10  TRT-ACCT-NO           PIC X(08).
               10  TRT-AUDIT-STAMP.
                   15  TRT-AUDIT-DATE    PIC 9(08).
                   15  TRT-AUDIT-TIME    PIC 9(08).
               10  TRT-TRANS-CODE        PIC X(01).
               10  TRT-REF-NO            PIC X(07).
               10  TRT-MOVEMENT          PIC S9(07)V99.
               10  TRT-OLD-LIMIT         PIC S9(07)V99.
               10  TRT-NEW-LIMIT         PIC S9(07)V99.
               10  TRT-RULES-HIT         PIC X(12).
           05  TRIGGER-COUNT             PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-SAR-FIELDS.
           05  WS-TODAY-DATE             PIC 9(08).
           05  WS-TODAY-INT              PIC 9(07).
           05  WS-WINDOW-START-INT       PIC 9(07).
           05  WS-WINDOW-START-DATE      PIC 9(08).
           05  WS-PEND-IMAGE.
               10  PND-IMAGE-TYPE        PIC X(01).
               10  PND-TRANS-CODE        PIC X(01).
               10  PND-RUN-STAMP         PIC X(16).
               10  PND-ACCT-NO           PIC X(08).
               10  PND-LAST-NAME         PIC X(20).
               10  PND-FIRST-NAME        PIC X(14).
               10  PND-USA-STATE         PIC X(15).
               10  PND-ACCT-LIMIT        PIC S9(7)V99 COMP-3.
               10  PND-ACCT-BALANCE      PIC S9(7)V99 COMP-3.
               10  PND-OPERATOR-ID       PIC X(08).
               10  PND-REF-NO            PIC X(07).
           05  WS-LOOKUP-ACCT-NO         PIC X(08).
           05  WS-LOOKUP-CUST-ID         PIC X(08).
           05  WS-BEFORE-BALANCE         PIC S9(07)V99.
           05  WS-AFTER-BALANCE          PIC S9(07)V99.
           05  WS-OLD-LIMIT              PIC S9(07)V99.
           05  WS-NEW-LIMIT              PIC S9(07)V99.
           05  WS-MOVEMENT               PIC S9(07)V99.
           05  WS-S1-LOW-BAND            PIC 9(07)V99.
           05  WS-NEXT-DAY-INT           PIC 9(07).
           05  WS-HH-ACCT-COUNT          PIC 9(05).
           05  WS-SCORE                  PIC 9(04).
           05  WS-RULES-HIT              PIC X(12).
           05  WS-RULES-SUB              PIC 9(02).
           05  WS-COVERED-STAMP          PIC X(16).
           05  WS-OPEN-CASE-SUB          PIC 9(05).
           05  WS-NEXT-CASE-NO           PIC 9(07) VALUE ZERO.
           05  WS-CLOSE-MESSAGE          PIC X(24).
           05  WS-NEW-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-UPDATED-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-OPEN-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-CLOSED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-RAISED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-PURGED-COUNT           PIC 9(05) VALUE ZERO.
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
           05  AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
               88  AUDIT-EOF                 VALUE 'Y'.
           05  XREF-EOF-SW               PIC X(01) VALUE 'N'.
               88  XREF-EOF                  VALUE 'Y'.
           05  RULE-EOF-SW               PIC X(01) VALUE 'N'.
               88  RULE-EOF                  VALUE 'Y'.
           05  CASE-EOF-SW               PIC X(01) VALUE 'N'.
               88  CASE-EOF                  VALUE 'Y'.
           05  CLOSE-EOF-SW              PIC X(01) VALUE 'N'.
               88  CLOSE-EOF                 VALUE 'Y'.
           05  PEND-IMAGE-SW             PIC X(01) VALUE 'N'.
               88  PEND-IMAGE                VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-SAR-RULES.
           PERFORM 1150-PRINT-HEADINGS.
           PERFORM 1200-LOAD-XREF-TABLE.
           PERFORM 1300-LOAD-CASE-FILE.
           PERFORM 1400-APPLY-CLOSURES.
           PERFORM 1500-LOAD-WINDOW-ACTIVITY.
           PERFORM 2100-APPLY-RULE-S1.
           PERFORM 2200-APPLY-RULE-S2.
           PERFORM 2300-APPLY-RULE-S3.
           PERFORM 2400-SCORE-ACCOUNTS.
           PERFORM 3000-PRINT-WORKLIST.
           PERFORM 3500-WRITE-CASE-FILE.
           PERFORM 3600-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  ACCT-AUDIT-FILE
                          XREF-FILE
                          SAR-RULE-FILE
                          CASE-OLD-FILE
                          CLOSE-FILE
                   OUTPUT CASE-NEW-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "SARMON"                TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
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
       1100-LOAD-SAR-RULES.
      *----------------------------------------------------------*
           PERFORM 8020-READ-SAR-RULE.
           PERFORM 1110-STORE-ONE-RULE
               UNTIL RULE-EOF.
           COMPUTE WS-WINDOW-START-INT =
               WS-TODAY-INT - SRT-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT).
      *----------------------------------------------------------*
       1110-STORE-ONE-RULE.
      *----------------------------------------------------------*
           EVALUATE SR-RULE-ID
               WHEN 'WD'
                   IF  SR-PARM > ZERO
                       MOVE SR-PARM     TO SRT-WINDOW-DAYS
                   END-IF
               WHEN 'MS'
                   MOVE SR-PARM         TO SRT-MIN-SCORE
               WHEN 'S1'
                   MOVE SR-POINTS       TO SRT-S1-POINTS
                   IF  SR-PARM > ZERO
                       MOVE SR-PARM     TO SRT-S1-THRESHOLD
                   END-IF
                   IF  SR-PARM-2 > ZERO
                       MOVE SR-PARM-2   TO SRT-S1-PCT-BAND
                   END-IF
               WHEN 'S2'
                   MOVE SR-POINTS       TO SRT-S2-POINTS
                   IF  SR-PARM > ZERO
                       MOVE SR-PARM     TO SRT-S2-INCREASES
                   END-IF
               WHEN 'S3'
                   MOVE SR-POINTS       TO SRT-S3-POINTS
                   IF  SR-PARM > ZERO
                       MOVE SR-PARM     TO SRT-S3-ACCOUNTS
                   END-IF
                   IF  SR-PARM-2 > ZERO
                       MOVE SR-PARM-2   TO SRT-S3-MIN-AMOUNT
                   END-IF
               WHEN OTHER
                   DISPLAY 'SARMON - UNKNOWN RULE IGNORED: '
                       SR-RULE-ID
           END-EVALUATE.
           PERFORM 8020-READ-SAR-RULE.
      *----------------------------------------------------------*
       1150-PRINT-HEADINGS.
      *----------------------------------------------------------*
           MOVE WS-WINDOW-START-DATE    TO HL1-WINDOW-START.
           MOVE WS-TODAY-DATE           TO HL1-WINDOW-END.
           MOVE SRT-MIN-SCORE           TO HL1-MIN-SCORE.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       1200-LOAD-XREF-TABLE.
      *----------------------------------------------------------*
           PERFORM 8030-READ-XREF-FILE.
           PERFORM 1210-STORE-XREF-RECORD
               UNTIL XREF-EOF.
      *----------------------------------------------------------*
       1210-STORE-XREF-RECORD.
      *----------------------------------------------------------*
      *    POLICY AND ARTIST LINKS, AND MATCHES STILL AWAITING
      *    REVIEW, DO NOT GROUP ACCOUNTS.
           IF  CX-ACCOUNT-MEMBER
           AND CX-LINK-CONFIRMED
               SET XR-INDEX TO 1
               SEARCH XREF-TABLE
                   AT END
                       PERFORM 9900-TABLE-ERROR
                   WHEN XRT-ACCT-NO(XR-INDEX) = SPACE
                       MOVE CX-ACCT-NO      TO XRT-ACCT-NO(XR-INDEX)
                       MOVE CX-CUST-ID      TO XRT-CUST-ID(XR-INDEX).
           PERFORM 8030-READ-XREF-FILE.
      *----------------------------------------------------------*
       1300-LOAD-CASE-FILE.
      *----------------------------------------------------------*
           PERFORM 8040-READ-OLD-CASE.
           PERFORM 1310-STORE-ONE-CASE-RECORD
               UNTIL CASE-EOF.
           COMPUTE WS-NEXT-CASE-NO = WS-NEXT-CASE-NO + 1.
      *----------------------------------------------------------*
       1310-STORE-ONE-CASE-RECORD.
      *----------------------------------------------------------*
           IF  SC-CASE-REC
               IF  CASE-COUNT = 1000
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                    TO CASE-COUNT
               SET CS-INDEX             TO CASE-COUNT
               MOVE SC-CASE-NO          TO SCT-CASE-NO(CS-INDEX)
               MOVE SC-ACCT-NO          TO SCT-ACCT-NO(CS-INDEX)
               MOVE SC-CUST-ID          TO SCT-CUST-ID(CS-INDEX)
               MOVE SC-CASE-STATUS      TO SCT-CASE-STATUS(CS-INDEX)
               MOVE SC-OPEN-DATE        TO SCT-OPEN-DATE(CS-INDEX)
               MOVE SC-UPDATE-DATE      TO SCT-UPDATE-DATE(CS-INDEX)
               MOVE SC-SCORE            TO SCT-SCORE(CS-INDEX)
               MOVE SC-RULES-HIT        TO SCT-RULES-HIT(CS-INDEX)
               MOVE SC-THRU-STAMP       TO SCT-THRU-STAMP(CS-INDEX)
               MOVE SC-CLOSED-DATE      TO SCT-CLOSED-DATE(CS-INDEX)
               MOVE SC-ANALYST-ID       TO SCT-ANALYST-ID(CS-INDEX)
               MOVE SC-DISPOSITION      TO SCT-DISPOSITION(CS-INDEX)
               MOVE SPACE               TO SCT-ACTION(CS-INDEX)
               IF  SC-CASE-NO > WS-NEXT-CASE-NO
                   MOVE SC-CASE-NO      TO WS-NEXT-CASE-NO
               END-IF
           ELSE
               IF  TRIGGER-COUNT = 5000
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                    TO TRIGGER-COUNT
               SET TR-INDEX             TO TRIGGER-COUNT
               MOVE SC-CASE-NO          TO TRT-CASE-NO(TR-INDEX)
               MOVE ST-ACCT-NO          TO TRT-ACCT-NO(TR-INDEX)
               MOVE ST-AUDIT-STAMP      TO TRT-AUDIT-STAMP(TR-INDEX)
               MOVE ST-TRANS-CODE       TO TRT-TRANS-CODE(TR-INDEX)
               MOVE ST-REF-NO           TO TRT-REF-NO(TR-INDEX)
               MOVE ST-MOVEMENT         TO TRT-MOVEMENT(TR-INDEX)
               MOVE ST-OLD-LIMIT        TO TRT-OLD-LIMIT(TR-INDEX)
               MOVE ST-NEW-LIMIT        TO TRT-NEW-LIMIT(TR-INDEX)
               MOVE ST-RULES-HIT        TO TRT-RULES-HIT(TR-INDEX).
           PERFORM 8040-READ-OLD-CASE.
      *----------------------------------------------------------*
       1400-APPLY-CLOSURES.
      *----------------------------------------------------------*
           MOVE 'ANALYST CLOSURES'      TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 8050-READ-CLOSE-FILE.
           PERFORM 1410-APPLY-ONE-CLOSURE
               UNTIL CLOSE-EOF.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       1410-APPLY-ONE-CLOSURE.
      *----------------------------------------------------------*
           MOVE SPACE                   TO WS-CLOSE-MESSAGE.
           SET CS-INDEX TO 1.
           SEARCH CASE-TABLE
               AT END
                   MOVE 'CASE NOT ON FILE'  TO WS-CLOSE-MESSAGE
               WHEN CS-INDEX > CASE-COUNT
                   MOVE 'CASE NOT ON FILE'  TO WS-CLOSE-MESSAGE
               WHEN SCT-CASE-NO(CS-INDEX) = CL-CASE-NO
                   CONTINUE.
           IF  WS-CLOSE-MESSAGE = SPACE
               EVALUATE TRUE
                   WHEN SCT-CASE-STATUS(CS-INDEX) NOT = 'O'
                       MOVE 'CASE ALREADY CLOSED' TO WS-CLOSE-MESSAGE
                   WHEN CL-ANALYST-ID = SPACE
                       MOVE 'ANALYST ID MISSING'  TO WS-CLOSE-MESSAGE
                   WHEN NOT CL-VALID-DISPOSITION
                       MOVE 'INVALID DISPOSITION' TO WS-CLOSE-MESSAGE
                   WHEN OTHER
                       MOVE 'C'         TO SCT-CASE-STATUS(CS-INDEX)
                                           SCT-ACTION(CS-INDEX)
                       MOVE WS-TODAY-DATE
                                        TO SCT-CLOSED-DATE(CS-INDEX)
                                           SCT-UPDATE-DATE(CS-INDEX)
                       MOVE CL-ANALYST-ID
                                        TO SCT-ANALYST-ID(CS-INDEX)
                       MOVE CL-DISPOSITION
                                        TO SCT-DISPOSITION(CS-INDEX)
                       MOVE 'CLOSED'    TO WS-CLOSE-MESSAGE
                       ADD 1            TO WS-CLOSED-COUNT
               END-EVALUATE.
           IF  WS-CLOSE-MESSAGE NOT = 'CLOSED'
               ADD 1                    TO WS-REJECT-COUNT.
           MOVE CL-CASE-NO-X            TO CDL-CASE-NO.
           MOVE CL-ANALYST-ID           TO CDL-ANALYST-ID.
           MOVE CL-DISPOSITION          TO CDL-DISPOSITION.
           MOVE WS-CLOSE-MESSAGE        TO CDL-MESSAGE.
           MOVE CLOSE-DETAIL-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 8050-READ-CLOSE-FILE.
      *----------------------------------------------------------*
       1500-LOAD-WINDOW-ACTIVITY.
      *----------------------------------------------------------*
           PERFORM 8010-READ-ACCT-AUDIT.
           PERFORM 1510-NOTE-ONE-AUDIT-IMAGE
               UNTIL AUDIT-EOF.
      *----------------------------------------------------------*
       1510-NOTE-ONE-AUDIT-IMAGE.
      *----------------------------------------------------------*
      *    A CHANGE IS A BEFORE IMAGE FOLLOWED BY ITS AFTER IMAGE;
      *    AN EMPTY IMAGE (BEFORE AN ADD, AFTER A CLOSE) STANDS FOR
      *    A ZERO BALANCE AND LIMIT.
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  AU-BEFORE-IMAGE
               MOVE 'Y'                 TO PEND-IMAGE-SW
               MOVE ACCT-AUDIT-RECORD   TO WS-PEND-IMAGE
           ELSE
               IF  PEND-IMAGE
               AND AU-RUN-DATE NOT < WS-WINDOW-START-DATE
               AND AU-RUN-DATE NOT > WS-TODAY-DATE
                   PERFORM 1520-STORE-ONE-CHANGE
               END-IF
               MOVE 'N'                 TO PEND-IMAGE-SW.
           PERFORM 8010-READ-ACCT-AUDIT.
      *----------------------------------------------------------*
       1520-STORE-ONE-CHANGE.
      *----------------------------------------------------------*
           MOVE ZERO                    TO WS-BEFORE-BALANCE
                                           WS-AFTER-BALANCE
                                           WS-OLD-LIMIT
                                           WS-NEW-LIMIT.
           IF  PND-ACCT-NO NOT = SPACE
               MOVE PND-ACCT-NO         TO WS-LOOKUP-ACCT-NO
               MOVE PND-ACCT-BALANCE    TO WS-BEFORE-BALANCE
               MOVE PND-ACCT-LIMIT      TO WS-OLD-LIMIT.
           IF  AUI-ACCT-NO NOT = SPACE
               MOVE AUI-ACCT-NO         TO WS-LOOKUP-ACCT-NO
               MOVE AUI-ACCT-BALANCE    TO WS-AFTER-BALANCE
               MOVE AUI-ACCT-LIMIT      TO WS-NEW-LIMIT.
           COMPUTE WS-MOVEMENT = WS-AFTER-BALANCE - WS-BEFORE-BALANCE.
           IF  (WS-MOVEMENT NOT = ZERO
           OR   WS-NEW-LIMIT NOT = WS-OLD-LIMIT)
           AND (PND-ACCT-NO NOT = SPACE
           OR   AUI-ACCT-NO NOT = SPACE)
               PERFORM 1530-ADD-EVENT-ENTRY.
      *----------------------------------------------------------*
       1530-ADD-EVENT-ENTRY.
      *----------------------------------------------------------*
           IF  EVENT-COUNT = 5000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO EVENT-COUNT.
           SET EV-INDEX                 TO EVENT-COUNT.
           PERFORM 1910-FIND-CUST-ID.
           MOVE WS-LOOKUP-ACCT-NO       TO EVT-ACCT-NO(EV-INDEX).
           MOVE WS-LOOKUP-CUST-ID       TO EVT-CUST-ID(EV-INDEX).
           COMPUTE EVT-DAY-INT(EV-INDEX) =
               FUNCTION INTEGER-OF-DATE(AU-RUN-DATE).
           MOVE AU-RUN-STAMP            TO EVT-STAMP(EV-INDEX).
           MOVE AU-TRANS-CODE           TO EVT-TRANS-CODE(EV-INDEX).
           MOVE AU-REF-NO               TO EVT-REF-NO(EV-INDEX).
           MOVE WS-MOVEMENT             TO EVT-MOVEMENT(EV-INDEX).
           IF  WS-MOVEMENT < ZERO
               COMPUTE EVT-ABS-MOVEMENT(EV-INDEX) = 0 - WS-MOVEMENT
           ELSE
               MOVE WS-MOVEMENT         TO EVT-ABS-MOVEMENT(EV-INDEX).
           MOVE WS-OLD-LIMIT            TO EVT-OLD-LIMIT(EV-INDEX).
           MOVE WS-NEW-LIMIT            TO EVT-NEW-LIMIT(EV-INDEX).
           MOVE 'N'                     TO EVT-LIMIT-UP-SW(EV-INDEX)
                                           EVT-S1-QUAL-SW(EV-INDEX)
                                           EVT-S3-QUAL-SW(EV-INDEX)
                                           EVT-S1-SW(EV-INDEX)
                                           EVT-S2-SW(EV-INDEX)
                                           EVT-S3-SW(EV-INDEX).
           MOVE SPACE                   TO EVT-RULES-HIT(EV-INDEX).
           PERFORM 1900-FIND-ACCT-ENTRY.
           MOVE WS-LOOKUP-CUST-ID       TO ACT-CUST-ID(AC-INDEX).
           IF  PND-ACCT-NO NOT = SPACE
           AND AUI-ACCT-NO NOT = SPACE
           AND WS-NEW-LIMIT > WS-OLD-LIMIT
               MOVE 'Y'                 TO EVT-LIMIT-UP-SW(EV-INDEX)
               ADD 1                    TO ACT-LIMIT-UP-COUNT(AC-INDEX).
      *----------------------------------------------------------*
       1900-FIND-ACCT-ENTRY.
      *----------------------------------------------------------*
           SET AC-INDEX TO 1.
           SEARCH ACCT-SCORE-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN ACT-ACCT-NO(AC-INDEX) = WS-LOOKUP-ACCT-NO
                   CONTINUE
               WHEN ACT-ACCT-NO(AC-INDEX) = SPACE
                   ADD 1                TO ACCT-COUNT
                   MOVE WS-LOOKUP-ACCT-NO
                                        TO ACT-ACCT-NO(AC-INDEX).
      *----------------------------------------------------------*
       1910-FIND-CUST-ID.
      *----------------------------------------------------------*
      *    AN ACCOUNT WITH NO CROSS-REFERENCE IS A HOUSEHOLD OF ONE.
           MOVE WS-LOOKUP-ACCT-NO       TO WS-LOOKUP-CUST-ID.
           SET XR-INDEX TO 1.
           SEARCH XREF-TABLE
               AT END
                   CONTINUE
               WHEN XRT-ACCT-NO(XR-INDEX) = SPACE
                   CONTINUE
               WHEN XRT-ACCT-NO(XR-INDEX) = WS-LOOKUP-ACCT-NO
                   MOVE XRT-CUST-ID(XR-INDEX) TO WS-LOOKUP-CUST-ID.
      *----------------------------------------------------------*
       2100-APPLY-RULE-S1.
      *----------------------------------------------------------*
      *    SWINGS JUST UNDER THE THRESHOLD ON CONSECUTIVE DAYS.
           IF  SRT-S1-POINTS > ZERO
               COMPUTE WS-S1-LOW-BAND ROUNDED =
                   SRT-S1-THRESHOLD
                       - (SRT-S1-THRESHOLD * SRT-S1-PCT-BAND / 100)
               PERFORM 2110-QUALIFY-S1-CHANGE
                   VARYING EV-INDEX FROM 1 BY 1
                       UNTIL EV-INDEX > EVENT-COUNT
               PERFORM 2120-PAIR-S1-CHANGE
                   VARYING EV-INDEX FROM 1 BY 1
                       UNTIL EV-INDEX > EVENT-COUNT.
      *----------------------------------------------------------*
       2110-QUALIFY-S1-CHANGE.
      *----------------------------------------------------------*
           IF  EVT-ABS-MOVEMENT(EV-INDEX) NOT < WS-S1-LOW-BAND
           AND EVT-ABS-MOVEMENT(EV-INDEX) < SRT-S1-THRESHOLD
               MOVE 'Y'                 TO EVT-S1-QUAL-SW(EV-INDEX).
      *----------------------------------------------------------*
       2120-PAIR-S1-CHANGE.
      *----------------------------------------------------------*
           IF  EVT-S1-QUAL-SW(EV-INDEX) = 'Y'
               COMPUTE WS-NEXT-DAY-INT = EVT-DAY-INT(EV-INDEX) + 1
               PERFORM 2130-MATCH-NEXT-DAY
                   VARYING EV-SCAN FROM 1 BY 1
                       UNTIL EV-SCAN > EVENT-COUNT.
      *----------------------------------------------------------*
       2130-MATCH-NEXT-DAY.
      *----------------------------------------------------------*
           IF  EVT-S1-QUAL-SW(EV-SCAN) = 'Y'
           AND EVT-ACCT-NO(EV-SCAN) = EVT-ACCT-NO(EV-INDEX)
           AND EVT-DAY-INT(EV-SCAN) = WS-NEXT-DAY-INT
               MOVE 'Y'                 TO EVT-S1-SW(EV-INDEX)
                                           EVT-S1-SW(EV-SCAN).
      *----------------------------------------------------------*
       2200-APPLY-RULE-S2.
      *----------------------------------------------------------*
      *    REPEATED LIMIT INCREASES ON ONE ACCOUNT.
           IF  SRT-S2-POINTS > ZERO
               PERFORM 2210-CHECK-S2-CHANGE
                   VARYING EV-INDEX FROM 1 BY 1
                       UNTIL EV-INDEX > EVENT-COUNT.
      *----------------------------------------------------------*
       2210-CHECK-S2-CHANGE.
      *----------------------------------------------------------*
           IF  EVT-LIMIT-UP-SW(EV-INDEX) = 'Y'
               MOVE EVT-ACCT-NO(EV-INDEX) TO WS-LOOKUP-ACCT-NO
               PERFORM 1900-FIND-ACCT-ENTRY
               IF  ACT-LIMIT-UP-COUNT(AC-INDEX) NOT < SRT-S2-INCREASES
                   MOVE 'Y'             TO EVT-S2-SW(EV-INDEX)
               END-IF.
      *----------------------------------------------------------*
       2300-APPLY-RULE-S3.
      *----------------------------------------------------------*
      *    SEVERAL ACCOUNTS OF ONE HOUSEHOLD MOVING MONEY ON THE
      *    SAME DAY.
           IF  SRT-S3-POINTS > ZERO
               PERFORM 2310-QUALIFY-S3-CHANGE
                   VARYING EV-INDEX FROM 1 BY 1
                       UNTIL EV-INDEX > EVENT-COUNT
               PERFORM 2320-COUNT-S3-HOUSEHOLD
                   VARYING EV-INDEX FROM 1 BY 1
                       UNTIL EV-INDEX > EVENT-COUNT.
      *----------------------------------------------------------*
       2310-QUALIFY-S3-CHANGE.
      *----------------------------------------------------------*
           IF  EVT-ABS-MOVEMENT(EV-INDEX) NOT < SRT-S3-MIN-AMOUNT
               MOVE 'Y'                 TO EVT-S3-QUAL-SW(EV-INDEX)
               SET HD-INDEX TO 1
               SEARCH HOUSEHOLD-DAY-TABLE
                   AT END
                       PERFORM 9900-TABLE-ERROR
                   WHEN HDT-CUST-ID(HD-INDEX) = EVT-CUST-ID(EV-INDEX)
                    AND HDT-DAY-INT(HD-INDEX) = EVT-DAY-INT(EV-INDEX)
                    AND HDT-ACCT-NO(HD-INDEX) = EVT-ACCT-NO(EV-INDEX)
                       CONTINUE
                   WHEN HDT-CUST-ID(HD-INDEX) = SPACE
                       ADD 1            TO HOUSEHOLD-DAY-COUNT
                       MOVE EVT-CUST-ID(EV-INDEX)
                                        TO HDT-CUST-ID(HD-INDEX)
                       MOVE EVT-DAY-INT(EV-INDEX)
                                        TO HDT-DAY-INT(HD-INDEX)
                       MOVE EVT-ACCT-NO(EV-INDEX)
                                        TO HDT-ACCT-NO(HD-INDEX)
               END-SEARCH
           END-IF.
      *----------------------------------------------------------*
       2320-COUNT-S3-HOUSEHOLD.
      *----------------------------------------------------------*
           IF  EVT-S3-QUAL-SW(EV-INDEX) = 'Y'
               MOVE ZERO                TO WS-HH-ACCT-COUNT
               PERFORM 2330-COUNT-S3-ACCOUNT
                   VARYING HD-INDEX FROM 1 BY 1
                       UNTIL HD-INDEX > HOUSEHOLD-DAY-COUNT
               IF  WS-HH-ACCT-COUNT NOT < SRT-S3-ACCOUNTS
                   MOVE 'Y'             TO EVT-S3-SW(EV-INDEX)
               END-IF.
      *----------------------------------------------------------*
       2330-COUNT-S3-ACCOUNT.
      *----------------------------------------------------------*
           IF  HDT-CUST-ID(HD-INDEX) = EVT-CUST-ID(EV-INDEX)
           AND HDT-DAY-INT(HD-INDEX) = EVT-DAY-INT(EV-INDEX)
               ADD 1                    TO WS-HH-ACCT-COUNT.
      *----------------------------------------------------------*
       2400-SCORE-ACCOUNTS.
      *----------------------------------------------------------*
           PERFORM 2410-NOTE-TRIGGERED-CHANGE
               VARYING EV-INDEX FROM 1 BY 1
                   UNTIL EV-INDEX > EVENT-COUNT.
           PERFORM 2450-SCORE-ONE-ACCOUNT
               VARYING AC-INDEX FROM 1 BY 1
                   UNTIL AC-INDEX > ACCT-COUNT.
      *----------------------------------------------------------*
       2410-NOTE-TRIGGERED-CHANGE.
      *----------------------------------------------------------*
           MOVE SPACE                   TO WS-RULES-HIT.
           MOVE 1                       TO WS-RULES-SUB.
           IF  EVT-S1-SW(EV-INDEX) = 'Y'
               MOVE 'S1'                TO WS-RULES-HIT(WS-RULES-SUB:2)
               ADD 3                    TO WS-RULES-SUB.
           IF  EVT-S2-SW(EV-INDEX) = 'Y'
               MOVE 'S2'                TO WS-RULES-HIT(WS-RULES-SUB:2)
               ADD 3                    TO WS-RULES-SUB.
           IF  EVT-S3-SW(EV-INDEX) = 'Y'
               MOVE 'S3'                TO WS-RULES-HIT(WS-RULES-SUB:2)
               ADD 3                    TO WS-RULES-SUB.
           MOVE WS-RULES-HIT            TO EVT-RULES-HIT(EV-INDEX).
           IF  WS-RULES-HIT NOT = SPACE
               MOVE EVT-ACCT-NO(EV-INDEX) TO WS-LOOKUP-ACCT-NO
               PERFORM 1900-FIND-ACCT-ENTRY
               IF  EVT-S1-SW(EV-INDEX) = 'Y'
                   MOVE 'Y'             TO ACT-S1-SW(AC-INDEX)
               END-IF
               IF  EVT-S2-SW(EV-INDEX) = 'Y'
                   MOVE 'Y'             TO ACT-S2-SW(AC-INDEX)
               END-IF
               IF  EVT-S3-SW(EV-INDEX) = 'Y'
                   MOVE 'Y'             TO ACT-S3-SW(AC-INDEX)
               END-IF
               IF  EVT-STAMP(EV-INDEX) > ACT-NEW-STAMP(AC-INDEX)
                   MOVE EVT-STAMP(EV-INDEX)
                                        TO ACT-NEW-STAMP(AC-INDEX)
               END-IF.
      *----------------------------------------------------------*
       2450-SCORE-ONE-ACCOUNT.
      *----------------------------------------------------------*
           MOVE ZERO                    TO WS-SCORE.
           MOVE SPACE                   TO WS-RULES-HIT.
           MOVE 1                       TO WS-RULES-SUB.
           IF  ACT-S1-SW(AC-INDEX) = 'Y'
               ADD SRT-S1-POINTS        TO WS-SCORE
               MOVE 'S1'                TO WS-RULES-HIT(WS-RULES-SUB:2)
               ADD 3                    TO WS-RULES-SUB.
           IF  ACT-S2-SW(AC-INDEX) = 'Y'
               ADD SRT-S2-POINTS        TO WS-SCORE
               MOVE 'S2'                TO WS-RULES-HIT(WS-RULES-SUB:2)
               ADD 3                    TO WS-RULES-SUB.
           IF  ACT-S3-SW(AC-INDEX) = 'Y'
               ADD SRT-S3-POINTS        TO WS-SCORE
               MOVE 'S3'                TO WS-RULES-HIT(WS-RULES-SUB:2)
               ADD 3                    TO WS-RULES-SUB.
           MOVE WS-SCORE                TO ACT-SCORE(AC-INDEX).
           MOVE WS-RULES-HIT            TO ACT-RULES-HIT(AC-INDEX).
           IF  WS-SCORE > ZERO
           AND WS-SCORE NOT < SRT-MIN-SCORE
               PERFORM 2500-RAISE-CASE.
      *----------------------------------------------------------*
       2500-RAISE-CASE.
      *----------------------------------------------------------*
      *    ONLY TRIGGERS LATER THAN THE ACCOUNT'S LAST CASE ARE NEW.
           MOVE ZERO                    TO WS-COVERED-STAMP
                                           WS-OPEN-CASE-SUB.
           PERFORM 2510-CHECK-PRIOR-CASE
               VARYING CS-INDEX FROM 1 BY 1
                   UNTIL CS-INDEX > CASE-COUNT.
           IF  ACT-NEW-STAMP(AC-INDEX) NOT > WS-COVERED-STAMP
               ADD 1                    TO WS-RAISED-COUNT
           ELSE
               IF  WS-OPEN-CASE-SUB > ZERO
                   SET CS-INDEX         TO WS-OPEN-CASE-SUB
                   MOVE 'U'             TO SCT-ACTION(CS-INDEX)
                   ADD 1                TO WS-UPDATED-COUNT
               ELSE
                   PERFORM 2520-OPEN-NEW-CASE
               END-IF
               MOVE ACT-SCORE(AC-INDEX) TO SCT-SCORE(CS-INDEX)
               MOVE ACT-RULES-HIT(AC-INDEX)
                                        TO SCT-RULES-HIT(CS-INDEX)
               MOVE ACT-NEW-STAMP(AC-INDEX)
                                        TO SCT-THRU-STAMP(CS-INDEX)
               MOVE WS-TODAY-DATE       TO SCT-UPDATE-DATE(CS-INDEX)
               PERFORM 2550-ADD-CASE-TRIGGER
                   VARYING EV-INDEX FROM 1 BY 1
                       UNTIL EV-INDEX > EVENT-COUNT.
      *----------------------------------------------------------*
       2510-CHECK-PRIOR-CASE.
      *----------------------------------------------------------*
           IF  SCT-ACCT-NO(CS-INDEX) = ACT-ACCT-NO(AC-INDEX)
               IF  SCT-THRU-STAMP(CS-INDEX) > WS-COVERED-STAMP
                   MOVE SCT-THRU-STAMP(CS-INDEX) TO WS-COVERED-STAMP
               END-IF
               IF  SCT-CASE-STATUS(CS-INDEX) = 'O'
                   SET WS-OPEN-CASE-SUB TO CS-INDEX
               END-IF.
      *----------------------------------------------------------*
       2520-OPEN-NEW-CASE.
      *----------------------------------------------------------*
           IF  CASE-COUNT = 1000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO CASE-COUNT.
           SET CS-INDEX                 TO CASE-COUNT.
           MOVE WS-NEXT-CASE-NO         TO SCT-CASE-NO(CS-INDEX).
           ADD 1                        TO WS-NEXT-CASE-NO.
           MOVE ACT-ACCT-NO(AC-INDEX)   TO SCT-ACCT-NO(CS-INDEX).
           MOVE ACT-CUST-ID(AC-INDEX)   TO SCT-CUST-ID(CS-INDEX).
           MOVE 'O'                     TO SCT-CASE-STATUS(CS-INDEX).
           MOVE WS-TODAY-DATE           TO SCT-OPEN-DATE(CS-INDEX).
           MOVE ZERO                    TO SCT-CLOSED-DATE(CS-INDEX).
           MOVE SPACE                   TO SCT-ANALYST-ID(CS-INDEX)
                                           SCT-DISPOSITION(CS-INDEX).
           MOVE 'N'                     TO SCT-ACTION(CS-INDEX).
           ADD 1                        TO WS-NEW-COUNT.
      *----------------------------------------------------------*
       2550-ADD-CASE-TRIGGER.
      *----------------------------------------------------------*
           IF  EVT-ACCT-NO(EV-INDEX) = ACT-ACCT-NO(AC-INDEX)
           AND EVT-RULES-HIT(EV-INDEX) NOT = SPACE
           AND EVT-STAMP(EV-INDEX) > WS-COVERED-STAMP
               IF  TRIGGER-COUNT = 5000
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                    TO TRIGGER-COUNT
               SET TR-INDEX             TO TRIGGER-COUNT
               MOVE SCT-CASE-NO(CS-INDEX) TO TRT-CASE-NO(TR-INDEX)
               MOVE EVT-ACCT-NO(EV-INDEX) TO TRT-ACCT-NO(TR-INDEX)
               MOVE EVT-STAMP(EV-INDEX) TO TRT-AUDIT-STAMP(TR-INDEX)
               MOVE EVT-TRANS-CODE(EV-INDEX)
                                        TO TRT-TRANS-CODE(TR-INDEX)
               MOVE EVT-REF-NO(EV-INDEX) TO TRT-REF-NO(TR-INDEX)
               MOVE EVT-MOVEMENT(EV-INDEX)
                                        TO TRT-MOVEMENT(TR-INDEX)
               MOVE EVT-OLD-LIMIT(EV-INDEX)
                                        TO TRT-OLD-LIMIT(TR-INDEX)
               MOVE EVT-NEW-LIMIT(EV-INDEX)
                                        TO TRT-NEW-LIMIT(TR-INDEX)
               MOVE EVT-RULES-HIT(EV-INDEX)
                                        TO TRT-RULES-HIT(TR-INDEX).
      *----------------------------------------------------------*
       3000-PRINT-WORKLIST.
      *----------------------------------------------------------*
           MOVE 'OPEN CASES'            TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3100-PRINT-ONE-CASE
               VARYING CS-INDEX FROM 1 BY 1
                   UNTIL CS-INDEX > CASE-COUNT.
      *----------------------------------------------------------*
       3100-PRINT-ONE-CASE.
      *----------------------------------------------------------*
           IF  SCT-CASE-STATUS(CS-INDEX) = 'O'
               ADD 1                    TO WS-OPEN-COUNT
               MOVE SCT-CASE-NO(CS-INDEX)  TO CWL-CASE-NO
               EVALUATE SCT-ACTION(CS-INDEX)
                   WHEN 'N'
                       MOVE 'NEW'       TO CWL-ACTION
                   WHEN 'U'
                       MOVE 'UPDATED'   TO CWL-ACTION
                   WHEN OTHER
                       MOVE 'OPEN'      TO CWL-ACTION
               END-EVALUATE
               MOVE SCT-ACCT-NO(CS-INDEX)  TO CWL-ACCT-NO
               MOVE SCT-CUST-ID(CS-INDEX)  TO CWL-CUST-ID
               MOVE SCT-SCORE(CS-INDEX)    TO CWL-SCORE
               MOVE SCT-RULES-HIT(CS-INDEX) TO CWL-RULES-HIT
               MOVE SCT-OPEN-DATE(CS-INDEX) TO CWL-OPEN-DATE
               MOVE SCT-THRU-STAMP(CS-INDEX)(1:8)
                                        TO CWL-THRU-DATE
               MOVE CASE-WORK-LINE      TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 2
               PERFORM 3150-PRINT-ONE-TRIGGER
                   VARYING TR-INDEX FROM 1 BY 1
                       UNTIL TR-INDEX > TRIGGER-COUNT.
      *----------------------------------------------------------*
       3150-PRINT-ONE-TRIGGER.
      *----------------------------------------------------------*
           IF  TRT-CASE-NO(TR-INDEX) = SCT-CASE-NO(CS-INDEX)
               MOVE TRT-AUDIT-DATE(TR-INDEX) TO TWL-AUDIT-DATE
               MOVE TRT-AUDIT-TIME(TR-INDEX) TO TWL-AUDIT-TIME
               MOVE TRT-TRANS-CODE(TR-INDEX) TO TWL-TRANS-CODE
               MOVE TRT-REF-NO(TR-INDEX)     TO TWL-REF-NO
               MOVE TRT-MOVEMENT(TR-INDEX)   TO TWL-MOVEMENT
               MOVE TRT-OLD-LIMIT(TR-INDEX)  TO TWL-OLD-LIMIT
               MOVE TRT-NEW-LIMIT(TR-INDEX)  TO TWL-NEW-LIMIT
               MOVE TRT-RULES-HIT(TR-INDEX)  TO TWL-RULES-HIT
               MOVE TRIGGER-WORK-LINE   TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3500-WRITE-CASE-FILE.
      *----------------------------------------------------------*
           PERFORM 3510-WRITE-ONE-CASE
               VARYING CS-INDEX FROM 1 BY 1
                   UNTIL CS-INDEX > CASE-COUNT.
      *----------------------------------------------------------*
       3510-WRITE-ONE-CASE.
      *----------------------------------------------------------*
           IF  SCT-CASE-STATUS(CS-INDEX) = 'C'
           AND SCT-CLOSED-DATE(CS-INDEX) < WS-WINDOW-START-DATE
               ADD 1                    TO WS-PURGED-COUNT
           ELSE
               MOVE SPACE               TO SAR-CASE-RECORD
               MOVE 'C'                 TO SC-RECORD-TYPE
               MOVE SCT-CASE-NO(CS-INDEX)     TO SC-CASE-NO
               MOVE SCT-ACCT-NO(CS-INDEX)     TO SC-ACCT-NO
               MOVE SCT-CUST-ID(CS-INDEX)     TO SC-CUST-ID
               MOVE SCT-CASE-STATUS(CS-INDEX) TO SC-CASE-STATUS
               MOVE SCT-OPEN-DATE(CS-INDEX)   TO SC-OPEN-DATE
               MOVE SCT-UPDATE-DATE(CS-INDEX) TO SC-UPDATE-DATE
               MOVE SCT-SCORE(CS-INDEX)       TO SC-SCORE
               MOVE SCT-RULES-HIT(CS-INDEX)   TO SC-RULES-HIT
               MOVE SCT-THRU-STAMP(CS-INDEX)  TO SC-THRU-STAMP
               MOVE SCT-CLOSED-DATE(CS-INDEX) TO SC-CLOSED-DATE
               MOVE SCT-ANALYST-ID(CS-INDEX)  TO SC-ANALYST-ID
               MOVE SCT-DISPOSITION(CS-INDEX) TO SC-DISPOSITION
               WRITE CASE-NEW-RECORD    FROM SAR-CASE-RECORD
               PERFORM 3520-WRITE-ONE-TRIGGER
                   VARYING TR-INDEX FROM 1 BY 1
                       UNTIL TR-INDEX > TRIGGER-COUNT.
      *----------------------------------------------------------*
       3520-WRITE-ONE-TRIGGER.
      *----------------------------------------------------------*
           IF  TRT-CASE-NO(TR-INDEX) = SCT-CASE-NO(CS-INDEX)
               MOVE SPACE               TO SAR-CASE-RECORD
               MOVE 'T'                 TO SC-RECORD-TYPE
               MOVE TRT-CASE-NO(TR-INDEX)     TO SC-CASE-NO
               MOVE TRT-ACCT-NO(TR-INDEX)     TO ST-ACCT-NO
               MOVE TRT-AUDIT-STAMP(TR-INDEX) TO ST-AUDIT-STAMP
               MOVE TRT-TRANS-CODE(TR-INDEX)  TO ST-TRANS-CODE
               MOVE TRT-REF-NO(TR-INDEX)      TO ST-REF-NO
               MOVE TRT-MOVEMENT(TR-INDEX)    TO ST-MOVEMENT
               MOVE TRT-OLD-LIMIT(TR-INDEX)   TO ST-OLD-LIMIT
               MOVE TRT-NEW-LIMIT(TR-INDEX)   TO ST-NEW-LIMIT
               MOVE TRT-RULES-HIT(TR-INDEX)   TO ST-RULES-HIT
               WRITE CASE-NEW-RECORD    FROM SAR-CASE-RECORD.
      *----------------------------------------------------------*
       3600-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE EVENT-COUNT             TO TL1-EVENT-COUNT.
           MOVE WS-NEW-COUNT            TO TL1-NEW-COUNT.
           MOVE WS-UPDATED-COUNT        TO TL1-UPDATED-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE WS-OPEN-COUNT           TO TL2-OPEN-COUNT.
           MOVE WS-CLOSED-COUNT         TO TL2-CLOSED-COUNT.
           MOVE WS-RAISED-COUNT         TO TL2-RAISED-COUNT.
           MOVE WS-PURGED-COUNT         TO TL2-PURGED-COUNT.
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
           CLOSE   ACCT-AUDIT-FILE
                   XREF-FILE
                   SAR-RULE-FILE
                   CASE-OLD-FILE
                   CASE-NEW-FILE
                   CLOSE-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'SARMON - AUDIT CHANGES     : ' EVENT-COUNT.
           DISPLAY 'SARMON - NEW CASES         : ' WS-NEW-COUNT.
           DISPLAY 'SARMON - UPDATED CASES     : ' WS-UPDATED-COUNT.
           DISPLAY 'SARMON - OPEN CASES        : ' WS-OPEN-COUNT.
           DISPLAY 'SARMON - CLOSED THIS RUN   : ' WS-CLOSED-COUNT.
           DISPLAY 'SARMON - CLOSURES REJECTED : ' WS-REJECT-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  MONITORING TABLE OVERFLOW - SARMON      *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF SARMON                   *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   ACCT-AUDIT-FILE
                   XREF-FILE
                   SAR-RULE-FILE
                   CASE-OLD-FILE
                   CASE-NEW-FILE
                   CLOSE-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8010-READ-ACCT-AUDIT.
      *----------------------------------------------------------*
           READ ACCT-AUDIT-FILE
               AT END MOVE 'Y'          TO AUDIT-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-SAR-RULE.
      *----------------------------------------------------------*
           READ SAR-RULE-FILE
               AT END MOVE 'Y'          TO RULE-EOF-SW.
      *----------------------------------------------------------*
       8030-READ-XREF-FILE.
      *----------------------------------------------------------*
           READ XREF-FILE
               AT END MOVE 'Y'          TO XREF-EOF-SW.
      *----------------------------------------------------------*
       8040-READ-OLD-CASE.
      *----------------------------------------------------------*
           READ CASE-OLD-FILE INTO SAR-CASE-RECORD
               AT END MOVE 'Y'          TO CASE-EOF-SW.
      *----------------------------------------------------------*
       8050-READ-CLOSE-FILE.
      *----------------------------------------------------------*
           READ CLOSE-FILE
               AT END MOVE 'Y'          TO CLOSE-EOF-SW.
