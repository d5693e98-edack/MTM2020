       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTTBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER     ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO.
           SELECT ACCT-AUDIT-FILE ASSIGN TO ACCTAUDT.
           SELECT OPTIONAL SNAP-OLD-FILE ASSIGN TO ACCTSNAP.
           SELECT SNAP-NEW-FILE   ASSIGN TO ACCTSNPN.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
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
       FD  SNAP-OLD-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    MONTH-END BALANCE SNAPSHOT: ONE RECORD PER ACCOUNT ON
      *    THE MASTER AT THE SNAPSHOT DATE AND TIME.
       01  SNAP-OLD-RECORD.
           05  SNO-ACCT-NO               PIC X(08).
           05  SNO-SNAP-STAMP.
               10  SNO-SNAP-DATE         PIC 9(08).
               10  SNO-SNAP-TIME         PIC 9(08).
           05  SNO-LAST-NAME             PIC X(20).
           05  SNO-ACCT-STATUS           PIC X(01).
           05  SNO-ACCT-LIMIT            PIC S9(7)V99 COMP-3.
           05  SNO-ACCT-BALANCE          PIC S9(7)V99 COMP-3.
           05  FILLER                    PIC X(25).
      *----------------------------------------------------------*
       FD  SNAP-NEW-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  SNAP-NEW-RECORD.
           05  SNN-ACCT-NO               PIC X(08).
           05  SNN-SNAP-STAMP.
               10  SNN-SNAP-DATE         PIC 9(08).
               10  SNN-SNAP-TIME         PIC 9(08).
           05  SNN-LAST-NAME             PIC X(20).
           05  SNN-ACCT-STATUS           PIC X(01).
           05  SNN-ACCT-LIMIT            PIC S9(7)V99 COMP-3.
           05  SNN-ACCT-BALANCE          PIC S9(7)V99 COMP-3.
           05  FILLER                    PIC X(25).
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
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    MONTH-END ACCOUNT TRIAL BALANCE.  EVERY BALANCE CHANGE
      *    SINCE THE PRIOR SNAPSHOT IS ON ACCTAUDT AS A BEFORE/AFTER
      *    IMAGE PAIR; THE PAIR'S DIFFERENCE IS CLASSED BY ITS CODE:
      *    FEES (F, FROM THE FEETRAN BATCHES), INTEREST (I, FROM
      *    INTTRAN), OTHER POSTINGS (P D R J THROUGH ACCTPOST) AND
      *    ACCTMNT MAINTENANCE (ADDS, CONVERSION CORRECTIONS,
      *    CLOSES AND ANY OTHER CODE).  FOR EACH ACCOUNT, AND IN
      *    TOTAL, PRIOR SNAPSHOT + ACTIVITY MUST EQUAL THE CURRENT
      *    MASTER BALANCE (ZERO FOR AN ACCOUNT CLOSED IN THE
      *    PERIOD); ANY ACCOUNT THAT DOES NOT FOOT IS FLAGGED AND
      *    LISTED AGAIN AT THE END FOR FINANCE BEFORE THE GL IS
      *    SIGNED OFF.  THE RUN WRITES THIS MONTH'S SNAPSHOT OF
      *    EVERY ACCOUNT'S BALANCE AND LIMIT TO ACCTSNPN.  WITH NO
      *    PRIOR SNAPSHOT THE PROOF RUNS FROM THE START OF THE
      *    AUDIT TRAIL.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  TBAL-DETAIL-LINE.
               10  TDL-ACCT-NO           PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TDL-LAST-NAME         PIC X(14).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TDL-PRIOR-BAL         PIC --,---,--9.99.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TDL-MAINT-AMT         PIC --,---,--9.99.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TDL-POST-AMT          PIC --,---,--9.99.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TDL-FEE-AMT           PIC --,---,--9.99.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TDL-INT-AMT           PIC --,---,--9.99.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TDL-CURRENT-BAL       PIC --,---,--9.99.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TDL-DIFFERENCE        PIC --,---,--9.99.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TDL-FLAG              PIC X(10).
      *----------------------------------------------------------*
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  MONTH-END ACCOUNT TRIAL BALANCE       '.
               10  FILLER  PIC X(17) VALUE ' PRIOR SNAPSHOT: '.
               10  HL1-PRIOR-DATE        PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  HL1-PRIOR-TIME        PIC 9(08).
               10  FILLER  PIC X(17) VALUE '  THIS SNAPSHOT: '.
               10  HL1-SNAP-DATE         PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  HL1-SNAP-TIME         PIC 9(08).
               10  FILLER                PIC X(24) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(24) VALUE
                   'ACCOUNT  NAME           '.
               10  FILLER  PIC X(14) VALUE '   PRIOR SNAP '.
               10  FILLER  PIC X(14) VALUE '   MAINTENANCE'.
               10  FILLER  PIC X(14) VALUE '      POSTINGS'.
               10  FILLER  PIC X(14) VALUE '          FEES'.
               10  FILLER  PIC X(14) VALUE '      INTEREST'.
               10  FILLER  PIC X(14) VALUE '       CURRENT'.
               10  FILLER  PIC X(14) VALUE '    DIFFERENCE'.
               10  FILLER                PIC X(10) VALUE SPACE.
      *----------------------------------------------------------*
           05  EXCP-HEADER-LINE.
               10  FILLER  PIC X(40) VALUE
                   'ACCOUNTS THAT DO NOT FOOT               '.
               10  FILLER                PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  TOTAL-LINE.
               10  FILLER  PIC X(03) VALUE '** '.
               10  TTL-LABEL             PIC X(30).
               10  TTL-AMOUNT            PIC ---,---,---,--9.99.
               10  FILLER                PIC X(81) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(24) VALUE '** ACCOUNTS PROVED   :  '.
               10  TL1-ACCT-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(22) VALUE '   NOT FOOTING      : '.
               10  TL1-OOB-COUNT         PIC ZZ,ZZ9.
               10  FILLER  PIC X(22) VALUE '   SNAPSHOT RECORDS : '.
               10  TL1-SNAP-COUNT        PIC ZZ,ZZ9.
               10  FILLER                PIC X(46) VALUE SPACE.
      *----------------------------------------------------------*
       01  TBAL-TABLE-FIELDS.
           05  TBAL-TABLE OCCURS 2000 TIMES
                           INDEXED BY TB-INDEX.
               10  TBT-ACCT-NO           PIC X(08) VALUE SPACE.
               10  TBT-LAST-NAME         PIC X(20) VALUE SPACE.
               10  TBT-PRIOR-BAL         PIC S9(09)V99 VALUE ZERO.
               10  TBT-MAINT-AMT         PIC S9(09)V99 VALUE ZERO.
               10  TBT-POST-AMT          PIC S9(09)V99 VALUE ZERO.
               10  TBT-FEE-AMT           PIC S9(09)V99 VALUE ZERO.
               10  TBT-INT-AMT           PIC S9(09)V99 VALUE ZERO.
               10  TBT-CURRENT-BAL       PIC S9(09)V99 VALUE ZERO.
               10  TBT-DIFFERENCE        PIC S9(09)V99 VALUE ZERO.
           05  TBAL-COUNT                PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-TBAL-FIELDS.
           05  WS-PRIOR-STAMP.
               10  WS-PRIOR-DATE         PIC 9(08) VALUE ZERO.
               10  WS-PRIOR-TIME         PIC 9(08) VALUE ZERO.
           05  WS-SNAP-STAMP.
               10  WS-SNAP-DATE          PIC 9(08).
               10  WS-SNAP-TIME          PIC 9(08).
           05  WS-LOOKUP-ACCT-NO         PIC X(08).
           05  WS-PEND-ACCT-NO           PIC X(08) VALUE SPACE.
           05  WS-PEND-BALANCE           PIC S9(7)V99 COMP-3.
           05  WS-AFTER-BALANCE          PIC S9(7)V99 COMP-3.
           05  WS-MOVEMENT               PIC S9(09)V99.
           05  WS-TOT-PRIOR              PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-MAINT              PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-POST               PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-FEE                PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-INT                PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-CURRENT            PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-DIFFERENCE         PIC S9(11)V99 VALUE ZERO.
           05  WS-OOB-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-SNAP-COUNT             PIC 9(05) VALUE ZERO.
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
           05  AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
               88  AUDIT-EOF                 VALUE 'Y'.
           05  SNAP-EOF-SW               PIC X(01) VALUE 'N'.
               88  SNAP-EOF                  VALUE 'Y'.
           05  PEND-IMAGE-SW             PIC X(01) VALUE 'N'.
               88  PEND-IMAGE                VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-PRIOR-SNAPSHOT.
           PERFORM 1200-LOAD-PERIOD-ACTIVITY.
           PERFORM 1500-PRINT-HEADINGS.
           PERFORM 8000-READ-ACCT-MASTER.
           PERFORM 2000-SNAP-ONE-ACCOUNT
               UNTIL END-OF-FILE.
           PERFORM 3000-PRINT-ONE-ACCOUNT
               VARYING TB-INDEX FROM 1 BY 1
                   UNTIL TB-INDEX > TBAL-COUNT.
           PERFORM 3100-PRINT-TOTALS.
           PERFORM 3200-PRINT-NOT-FOOTING.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           IF  WS-OOB-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  ACCT-MASTER
                          ACCT-AUDIT-FILE
                          SNAP-OLD-FILE
                   OUTPUT SNAP-NEW-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE "ACCTTBAL"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-SNAP-DATE.
           MOVE WS-CURRENT-TIME         TO WS-SNAP-TIME.
      *----------------------------------------------------------*
       1100-LOAD-PRIOR-SNAPSHOT.
      *----------------------------------------------------------*
           PERFORM 8060-READ-PRIOR-SNAPSHOT.
           IF  NOT SNAP-EOF
               MOVE SNO-SNAP-STAMP      TO WS-PRIOR-STAMP.
           PERFORM 1110-STORE-PRIOR-BALANCE
               UNTIL SNAP-EOF.
      *----------------------------------------------------------*
       1110-STORE-PRIOR-BALANCE.
      *----------------------------------------------------------*
           MOVE SNO-ACCT-NO             TO WS-LOOKUP-ACCT-NO.
           PERFORM 1900-FIND-TBAL-ENTRY.
           MOVE SNO-LAST-NAME           TO TBT-LAST-NAME(TB-INDEX).
           ADD SNO-ACCT-BALANCE         TO TBT-PRIOR-BAL(TB-INDEX).
           PERFORM 8060-READ-PRIOR-SNAPSHOT.
      *----------------------------------------------------------*
       1200-LOAD-PERIOD-ACTIVITY.
      *----------------------------------------------------------*
           PERFORM 8050-READ-ACCT-AUDIT.
           PERFORM 1210-NOTE-ONE-AUDIT-IMAGE
               UNTIL AUDIT-EOF.
      *----------------------------------------------------------*
       1210-NOTE-ONE-AUDIT-IMAGE.
      *----------------------------------------------------------*
      *    EVERY BALANCE CHANGE IS A BEFORE IMAGE FOLLOWED BY ITS
      *    AFTER IMAGE.  AN EMPTY IMAGE (BEFORE AN ADD, AFTER A
      *    CLOSE) STANDS FOR A ZERO BALANCE.
           IF  AU-RUN-STAMP > WS-PRIOR-STAMP
           AND AU-RUN-STAMP NOT > WS-SNAP-STAMP
               IF  AU-BEFORE-IMAGE
                   MOVE 'Y'             TO PEND-IMAGE-SW
                   MOVE AUI-ACCT-NO     TO WS-PEND-ACCT-NO
                   MOVE ZERO            TO WS-PEND-BALANCE
                   IF  AUI-ACCT-NO NOT = SPACE
                       MOVE AUI-ACCT-BALANCE
                                        TO WS-PEND-BALANCE
                   END-IF
               ELSE
                   IF  PEND-IMAGE
                       PERFORM 1220-CLASS-MOVEMENT
                   END-IF
                   MOVE 'N'             TO PEND-IMAGE-SW.
           PERFORM 8050-READ-ACCT-AUDIT.
      *----------------------------------------------------------*
       1220-CLASS-MOVEMENT.
      *----------------------------------------------------------*
           MOVE ZERO                    TO WS-AFTER-BALANCE.
           IF  AUI-ACCT-NO = SPACE
               MOVE WS-PEND-ACCT-NO     TO WS-LOOKUP-ACCT-NO
           ELSE
               MOVE AUI-ACCT-NO         TO WS-LOOKUP-ACCT-NO
               MOVE AUI-ACCT-BALANCE    TO WS-AFTER-BALANCE.
           COMPUTE WS-MOVEMENT = WS-AFTER-BALANCE - WS-PEND-BALANCE.
           IF  WS-MOVEMENT NOT = ZERO
           AND WS-LOOKUP-ACCT-NO NOT = SPACE
               PERFORM 1900-FIND-TBAL-ENTRY
               IF  TBT-LAST-NAME(TB-INDEX) = SPACE
                   MOVE AUI-LAST-NAME   TO TBT-LAST-NAME(TB-INDEX)
               END-IF
               EVALUATE AU-TRANS-CODE
                   WHEN 'F'
                       ADD WS-MOVEMENT  TO TBT-FEE-AMT(TB-INDEX)
                   WHEN 'I'
                       ADD WS-MOVEMENT  TO TBT-INT-AMT(TB-INDEX)
                   WHEN 'P'
                   WHEN 'D'
                   WHEN 'R'
                   WHEN 'J'
                       ADD WS-MOVEMENT  TO TBT-POST-AMT(TB-INDEX)
                   WHEN OTHER
                       ADD WS-MOVEMENT  TO TBT-MAINT-AMT(TB-INDEX)
               END-EVALUATE.
      *----------------------------------------------------------*
       1500-PRINT-HEADINGS.
      *----------------------------------------------------------*
           MOVE WS-PRIOR-DATE           TO HL1-PRIOR-DATE.
           MOVE WS-PRIOR-TIME           TO HL1-PRIOR-TIME.
           MOVE WS-SNAP-DATE            TO HL1-SNAP-DATE.
           MOVE WS-SNAP-TIME            TO HL1-SNAP-TIME.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       1900-FIND-TBAL-ENTRY.
      *----------------------------------------------------------*
           SET TB-INDEX TO 1.
           SEARCH TBAL-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN TBT-ACCT-NO(TB-INDEX) = WS-LOOKUP-ACCT-NO
                   CONTINUE
               WHEN TBT-ACCT-NO(TB-INDEX) = SPACE
                   ADD 1                TO TBAL-COUNT
                   MOVE WS-LOOKUP-ACCT-NO
                                        TO TBT-ACCT-NO(TB-INDEX).
      *----------------------------------------------------------*
       2000-SNAP-ONE-ACCOUNT.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE ACCT-NO                 TO WS-LOOKUP-ACCT-NO.
           PERFORM 1900-FIND-TBAL-ENTRY.
           MOVE LAST-NAME               TO TBT-LAST-NAME(TB-INDEX).
           MOVE ACCT-BALANCE            TO TBT-CURRENT-BAL(TB-INDEX).
           MOVE SPACE                   TO SNAP-NEW-RECORD.
           MOVE ACCT-NO                 TO SNN-ACCT-NO.
           MOVE WS-SNAP-DATE            TO SNN-SNAP-DATE.
           MOVE WS-SNAP-TIME            TO SNN-SNAP-TIME.
           MOVE LAST-NAME               TO SNN-LAST-NAME.
           MOVE ACCT-STATUS             TO SNN-ACCT-STATUS.
           MOVE ACCT-LIMIT              TO SNN-ACCT-LIMIT.
           MOVE ACCT-BALANCE            TO SNN-ACCT-BALANCE.
           WRITE SNAP-NEW-RECORD.
           ADD 1                        TO WS-SNAP-COUNT.
           PERFORM 8000-READ-ACCT-MASTER.
      *----------------------------------------------------------*
       3000-PRINT-ONE-ACCOUNT.
      *----------------------------------------------------------*
           COMPUTE TBT-DIFFERENCE(TB-INDEX) =
               TBT-CURRENT-BAL(TB-INDEX)
             - TBT-PRIOR-BAL(TB-INDEX)
             - TBT-MAINT-AMT(TB-INDEX)
             - TBT-POST-AMT(TB-INDEX)
             - TBT-FEE-AMT(TB-INDEX)
             - TBT-INT-AMT(TB-INDEX).
           ADD TBT-PRIOR-BAL(TB-INDEX)  TO WS-TOT-PRIOR.
           ADD TBT-MAINT-AMT(TB-INDEX)  TO WS-TOT-MAINT.
           ADD TBT-POST-AMT(TB-INDEX)   TO WS-TOT-POST.
           ADD TBT-FEE-AMT(TB-INDEX)    TO WS-TOT-FEE.
           ADD TBT-INT-AMT(TB-INDEX)    TO WS-TOT-INT.
           ADD TBT-CURRENT-BAL(TB-INDEX) TO WS-TOT-CURRENT.
           ADD TBT-DIFFERENCE(TB-INDEX) TO WS-TOT-DIFFERENCE.
           IF  TBT-DIFFERENCE(TB-INDEX) NOT = ZERO
               ADD 1                    TO WS-OOB-COUNT.
           PERFORM 3050-FORMAT-DETAIL-LINE.
           MOVE TBAL-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3050-FORMAT-DETAIL-LINE.
      *----------------------------------------------------------*
           MOVE TBT-ACCT-NO(TB-INDEX)   TO TDL-ACCT-NO.
           MOVE TBT-LAST-NAME(TB-INDEX) TO TDL-LAST-NAME.
           MOVE TBT-PRIOR-BAL(TB-INDEX) TO TDL-PRIOR-BAL.
           MOVE TBT-MAINT-AMT(TB-INDEX) TO TDL-MAINT-AMT.
           MOVE TBT-POST-AMT(TB-INDEX)  TO TDL-POST-AMT.
           MOVE TBT-FEE-AMT(TB-INDEX)   TO TDL-FEE-AMT.
           MOVE TBT-INT-AMT(TB-INDEX)   TO TDL-INT-AMT.
           MOVE TBT-CURRENT-BAL(TB-INDEX) TO TDL-CURRENT-BAL.
           MOVE TBT-DIFFERENCE(TB-INDEX) TO TDL-DIFFERENCE.
           IF  TBT-DIFFERENCE(TB-INDEX) NOT = ZERO
               MOVE '*NOT FOOT*'        TO TDL-FLAG
           ELSE
               MOVE SPACE               TO TDL-FLAG.
      *----------------------------------------------------------*
       3100-PRINT-TOTALS.
      *----------------------------------------------------------*
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE 'PRIOR SNAPSHOT TOTAL'  TO TTL-LABEL.
           MOVE WS-TOT-PRIOR            TO TTL-AMOUNT.
           PERFORM 3150-PRINT-TOTAL-LINE.
           MOVE 'ACCTMNT MAINTENANCE'   TO TTL-LABEL.
           MOVE WS-TOT-MAINT            TO TTL-AMOUNT.
           PERFORM 3150-PRINT-TOTAL-LINE.
           MOVE 'ACCTPOST POSTINGS'     TO TTL-LABEL.
           MOVE WS-TOT-POST             TO TTL-AMOUNT.
           PERFORM 3150-PRINT-TOTAL-LINE.
           MOVE 'FEES (FEETRAN)'        TO TTL-LABEL.
           MOVE WS-TOT-FEE              TO TTL-AMOUNT.
           PERFORM 3150-PRINT-TOTAL-LINE.
           MOVE 'INTEREST (INTTRAN)'    TO TTL-LABEL.
           MOVE WS-TOT-INT              TO TTL-AMOUNT.
           PERFORM 3150-PRINT-TOTAL-LINE.
           MOVE 'CURRENT MASTER TOTAL'  TO TTL-LABEL.
           MOVE WS-TOT-CURRENT          TO TTL-AMOUNT.
           PERFORM 3150-PRINT-TOTAL-LINE.
           MOVE 'OUT OF BALANCE'        TO TTL-LABEL.
           MOVE WS-TOT-DIFFERENCE       TO TTL-AMOUNT.
           PERFORM 3150-PRINT-TOTAL-LINE.
           MOVE TBAL-COUNT              TO TL1-ACCT-COUNT.
           MOVE WS-OOB-COUNT            TO TL1-OOB-COUNT.
           MOVE WS-SNAP-COUNT           TO TL1-SNAP-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3150-PRINT-TOTAL-LINE.
      *----------------------------------------------------------*
           MOVE TOTAL-LINE              TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3200-PRINT-NOT-FOOTING.
      *----------------------------------------------------------*
           MOVE EXCP-HEADER-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3250-PRINT-ONE-NOT-FOOTING
               VARYING TB-INDEX FROM 1 BY 1
                   UNTIL TB-INDEX > TBAL-COUNT.
      *----------------------------------------------------------*
       3250-PRINT-ONE-NOT-FOOTING.
      *----------------------------------------------------------*
           IF  TBT-DIFFERENCE(TB-INDEX) NOT = ZERO
               PERFORM 3050-FORMAT-DETAIL-LINE
               MOVE TBAL-DETAIL-LINE    TO PRINT-LINE
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
           CLOSE   ACCT-MASTER
                   ACCT-AUDIT-FILE
                   SNAP-OLD-FILE
                   SNAP-NEW-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'ACCTTBAL - ACCOUNTS PROVED  : ' TBAL-COUNT.
           DISPLAY 'ACCTTBAL - NOT FOOTING      : ' WS-OOB-COUNT.
           DISPLAY 'ACCTTBAL - SNAPSHOT RECORDS : ' WS-SNAP-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  ACCOUNT TABLE OVERFLOW - ACCTTBAL       *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF ACCTTBAL                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   ACCT-MASTER
                   ACCT-AUDIT-FILE
                   SNAP-OLD-FILE
                   SNAP-NEW-FILE
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
       8060-READ-PRIOR-SNAPSHOT.
      *----------------------------------------------------------*
           READ SNAP-OLD-FILE
               AT END MOVE 'Y'          TO SNAP-EOF-SW.
