       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL.
           SELECT PERIOD-CONTROL-NEW  ASSIGN TO PERCTLN.
           SELECT CLOSE-CHECK-FILE ASSIGN TO CLOSECHK.
           SELECT RUN-LOG-IN-FILE ASSIGN TO RUNLOGIN.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PERCTL.
      *----------------------------------------------------------*
       FD  PERIOD-CONTROL-NEW
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PERIOD-CONTROL-NEW-RECORD     PIC X(80).
      *----------------------------------------------------------*
       FD  CLOSE-CHECK-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    ONE ROW PER PROGRAM WHOSE RUN MUST HAVE COMPLETED
      *    BEFORE A PERIOD MAY CLOSE.
       01  CLOSE-CHECK-RECORD.
           05  CK-PROGRAM-ID             PIC X(08).
           05  CK-DESCRIPTION            PIC X(30).
           05  FILLER                    PIC X(42).
      *----------------------------------------------------------*
       FD  RUN-LOG-IN-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  RUN-LOG-IN-RECORD.
           05  RLI-PROGRAM-ID            PIC X(08).
           05  RLI-RUN-DATE              PIC 9(08).
           05  RLI-START-TIME            PIC 9(08).
           05  RLI-END-TIME              PIC 9(08).
           05  RLI-RECORD-COUNT          PIC 9(07).
           05  RLI-COMPLETION-STATUS     PIC X(10).
           05  RLI-CONTROL-TOTAL         PIC 9(11)V99.
           05  FILLER                    PIC X(18).
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
      *    ACCOUNTING PERIOD CLOSE: THE PERIOD (YYYYMM) AND THE
      *    CLOSER'S ID ARRIVE AS PARMS.  EACH RUN MOVES THE PERIOD
      *    ONE STEP ON PERCTL - OPEN TO CLOSING, THEN CLOSING TO
      *    CLOSED - AND WRITES THE NEW GENERATION TO PERCTLN.  THE
      *    STEP TO CLOSED IS TAKEN ONLY WHEN THE LATEST RUN OF
      *    EVERY PROGRAM ON THE CLOSECHK CHECKLIST DATED WITHIN THE
      *    PERIOD ENDED COMPLETE AND EVERY EARLIER PERIOD ON
      *    FILE IS ALREADY CLOSED; OTHERWISE THE PERIOD STAYS
      *    CLOSING AND THE OUTSTANDING ITEMS ARE LISTED.  ONCE
      *    CLOSED, THE POSTING PROGRAMS REDATE OR REJECT ANYTHING
      *    DATED INTO THE PERIOD.  THE SIGN-OFF REPORT SHOWS EACH
      *    PROGRAM'S FINAL RUN AND CONTROL TOTAL FOR THE PERIOD.
      *    THE RUN LOG IS READ THROUGH ITS OWN DD SO THIS PROGRAM'S
      *    EXTEND-MODE LOG WRITE DOES NOT FIGHT THE SCAN.
      *    RETURN CODES: 0 PERIOD MOVED ON, 4 ALREADY CLOSED,
      *    8 CLOSE HELD FOR OUTSTANDING ITEMS, 16 BAD PARM.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  CHECK-DETAIL-LINE.
               10  CDL-PROGRAM-ID        PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-DESCRIPTION       PIC X(30).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  CDL-RUN-COUNT         PIC ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-LAST-DATE         PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-END-TIME          PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-RECORD-COUNT      PIC Z,ZZZ,ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-CONTROL-TOTAL     PIC $$$,$$$,$$$,$$9.99.
               10  CDL-CONTROL-TOTAL-X REDEFINES CDL-CONTROL-TOTAL
                                         PIC X(18).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-STATUS            PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-CHECK             PIC X(12).
               10  FILLER                PIC X(11) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-1.
               10  FILLER  PIC X(36) VALUE
                   '  ACCOUNTING PERIOD CLOSE SIGN-OFF  '.
               10  FILLER  PIC X(09) VALUE ' PERIOD: '.
               10  HL1-PERIOD            PIC X(06).
               10  FILLER  PIC X(11) VALUE '  CLOSER:  '.
               10  HL1-CLOSER-ID         PIC X(08).
               10  FILLER  PIC X(12) VALUE '  RUN DATE: '.
               10  HL1-RUN-DATE          PIC X(08).
               10  FILLER                PIC X(42) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(20) VALUE 'PROGRAM   DESCRIPTIO'.
               10  FILLER  PIC X(20) VALUE 'N                   '.
               10  FILLER  PIC X(20) VALUE ' RUNS  LAST RUN  END'.
               10  FILLER  PIC X(20) VALUE ' TIME     RECORDS   '.
               10  FILLER  PIC X(20) VALUE '     CONTROL TOTAL  '.
               10  FILLER  PIC X(20) VALUE 'STATUS      CHECK   '.
               10  FILLER  PIC X(12) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** CHECKLIST ITEMS : '.
               10  TL1-CHECK-COUNT       PIC ZZ9.
               10  FILLER  PIC X(13) VALUE '   COMPLETE: '.
               10  TL1-COMPLETE-COUNT    PIC ZZ9.
               10  FILLER  PIC X(16) VALUE '   OUTSTANDING: '.
               10  TL1-OUTSTANDING-COUNT PIC ZZ9.
               10  FILLER                PIC X(72) VALUE SPACE.
      *----------------------------------------------------------*
           05  EARLIER-PERIOD-LINE.
               10  FILLER  PIC X(31) VALUE
                   '** EARLIER PERIOD NOT CLOSED : '.
               10  EPL-PERIOD            PIC 9(06).
               10  FILLER                PIC X(95) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRANSITION-LINE.
               10  FILLER  PIC X(11) VALUE '** PERIOD  '.
               10  TRL-PERIOD            PIC X(06).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  TRL-OLD-STATUS        PIC X(07).
               10  FILLER                PIC X(04) VALUE ' -> '.
               10  TRL-NEW-STATUS        PIC X(07).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  TRL-REASON            PIC X(40).
               10  FILLER                PIC X(53) VALUE SPACE.
      *----------------------------------------------------------*
           05  SIGN-OFF-LINE-1.
               10  FILLER  PIC X(14) VALUE 'PREPARED BY : '.
               10  SOL-CLOSER-ID         PIC X(08).
               10  FILLER  PIC X(26) VALUE
                   '                  DATE :  '.
               10  SOL-RUN-DATE          PIC X(08).
               10  FILLER                PIC X(76) VALUE SPACE.
           05  SIGN-OFF-LINE-2.
               10  FILLER  PIC X(40) VALUE
                   'REVIEWED BY : __________________________'.
               10  FILLER  PIC X(20) VALUE
                   '  DATE :  __________'.
               10  FILLER                PIC X(72) VALUE SPACE.
           05  SIGN-OFF-LINE-3.
               10  FILLER  PIC X(40) VALUE
                   'APPROVED BY : __________________________'.
               10  FILLER  PIC X(20) VALUE
                   '  DATE :  __________'.
               10  FILLER                PIC X(72) VALUE SPACE.
      *----------------------------------------------------------*
       01  CHECKLIST-TABLE-FIELDS.
           05  CHECKLIST-TABLE OCCURS 50 TIMES
                           INDEXED BY CK-INDEX.
               10  CKT-PROGRAM-ID        PIC X(08) VALUE SPACE.
               10  CKT-DESCRIPTION       PIC X(30) VALUE SPACE.
               10  CKT-RUN-COUNT         PIC 9(03) VALUE ZERO.
               10  CKT-LAST-DATE         PIC 9(08) VALUE ZERO.
               10  CKT-LAST-END          PIC 9(08) VALUE ZERO.
               10  CKT-LAST-COUNT        PIC 9(07) VALUE ZERO.
               10  CKT-LAST-TOTAL        PIC 9(11)V99 VALUE ZERO.
               10  CKT-TOTAL-SW          PIC X(01) VALUE 'N'.
               10  CKT-LAST-STATUS       PIC X(10) VALUE SPACE.
           05  CHECKLIST-COUNT           PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  PERIOD-TABLE-FIELDS.
           05  PERIOD-TABLE OCCURS 240 TIMES
                           INDEXED BY PD-INDEX.
               10  PDT-PERIOD            PIC 9(06) VALUE ZERO.
               10  PDT-STATUS            PIC X(01) VALUE SPACE.
               10  PDT-IMAGE             PIC X(80) VALUE SPACE.
           05  PERIOD-COUNT              PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-CLOSE-FIELDS.
           05  WS-CLOSE-PERIOD-X         PIC X(06) VALUE SPACE.
           05  WS-CLOSE-PERIOD REDEFINES WS-CLOSE-PERIOD-X.
               10  WS-CLOSE-YEAR         PIC 9(04).
               10  WS-CLOSE-MONTH        PIC 9(02).
           05  WS-CLOSE-PERIOD-NUM REDEFINES WS-CLOSE-PERIOD-X
                                         PIC 9(06).
           05  WS-PERIOD-START-DATE      PIC 9(08).
           05  WS-PERIOD-END-DATE        PIC 9(08).
           05  WS-CLOSER-ID              PIC X(08) VALUE SPACE.
           05  WS-OLD-STATUS             PIC X(01) VALUE 'O'.
           05  WS-NEW-STATUS             PIC X(01).
           05  WS-STATUS-CODE            PIC X(01).
           05  WS-STATUS-TEXT            PIC X(07).
           05  WS-PERIOD-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-PERIOD-FOUND           VALUE 'Y'.
           05  WS-NEW-WRITTEN-SW         PIC X(01) VALUE 'N'.
               88  WS-NEW-WRITTEN            VALUE 'Y'.
           05  WS-TARGET-IMAGE           PIC X(80) VALUE SPACE.
           05  WS-COMPLETE-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-OUTSTANDING-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-EARLIER-OPEN-COUNT     PIC 9(03) VALUE ZERO.
           05  WS-CLOSE-RC               PIC 9(02) VALUE ZERO.
           05  WS-DATE-X                 PIC X(08).
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
           05  CHECK-EOF-SW              PIC X(01) VALUE 'N'.
               88  CHECK-EOF                 VALUE 'Y'.
           05  PERIOD-EOF-SW             PIC X(01) VALUE 'N'.
               88  PERIOD-EOF                VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-CHECKLIST.
           PERFORM 1200-LOAD-PERIOD-FILE.
           PERFORM 2000-SCAN-RUN-LOG.
           PERFORM 3000-REPORT-CHECKLIST.
           PERFORM 3200-DECIDE-TRANSITION.
           PERFORM 3300-PRINT-SIGN-OFF.
           PERFORM 3500-WRITE-NEW-PERIOD-FILE.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE WS-CLOSE-RC             TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  PERIOD-CONTROL-FILE
                          CLOSE-CHECK-FILE
                          RUN-LOG-IN-FILE
                   OUTPUT PERIOD-CONTROL-NEW
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE "PERCLOSE"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           ACCEPT WS-CLOSE-PERIOD-X.
           ACCEPT WS-CLOSER-ID.
           IF  WS-CLOSE-PERIOD-X NOT NUMERIC
           OR  WS-CLOSE-MONTH < 01
           OR  WS-CLOSE-MONTH > 12
               PERFORM 9800-PARM-ERROR.
           COMPUTE WS-PERIOD-START-DATE =
               WS-CLOSE-PERIOD-NUM * 100 + 1.
           COMPUTE WS-PERIOD-END-DATE =
               WS-CLOSE-PERIOD-NUM * 100 + 31.
           MOVE WS-CLOSE-PERIOD-X       TO HL1-PERIOD.
           MOVE WS-CLOSER-ID            TO HL1-CLOSER-ID
                                           SOL-CLOSER-ID.
           MOVE WS-CURRENT-DATE         TO WS-DATE-X.
           MOVE WS-DATE-X               TO HL1-RUN-DATE
                                           SOL-RUN-DATE.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       1100-LOAD-CHECKLIST.
      *----------------------------------------------------------*
           PERFORM 8050-READ-CLOSE-CHECK.
           PERFORM 1110-STORE-ONE-CHECK-ROW
               UNTIL CHECK-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-CHECK-ROW.
      *----------------------------------------------------------*
           IF  CHECKLIST-COUNT = 50
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO CHECKLIST-COUNT.
           SET CK-INDEX                 TO CHECKLIST-COUNT.
           MOVE CK-PROGRAM-ID           TO CKT-PROGRAM-ID(CK-INDEX).
           MOVE CK-DESCRIPTION          TO CKT-DESCRIPTION(CK-INDEX).
           PERFORM 8050-READ-CLOSE-CHECK.
      *----------------------------------------------------------*
       1200-LOAD-PERIOD-FILE.
      *----------------------------------------------------------*
      *    THE WHOLE PERIOD FILE IS HELD SO THE NEW GENERATION CAN
      *    BE WRITTEN BACK IN PERIOD ORDER WITH THE CLOSE PERIOD
      *    UPDATED OR INSERTED.
           PERFORM 8060-READ-PERIOD-CONTROL.
           PERFORM 1210-STORE-ONE-PERIOD
               UNTIL PERIOD-EOF.
      *----------------------------------------------------------*
       1210-STORE-ONE-PERIOD.
      *----------------------------------------------------------*
           IF  PERIOD-COUNT = 240
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO PERIOD-COUNT.
           SET PD-INDEX                 TO PERIOD-COUNT.
           MOVE PC-PERIOD-NUM           TO PDT-PERIOD(PD-INDEX).
           MOVE PC-STATUS               TO PDT-STATUS(PD-INDEX).
           MOVE PERIOD-CONTROL-RECORD   TO PDT-IMAGE(PD-INDEX).
           IF  PC-PERIOD-NUM = WS-CLOSE-PERIOD-NUM
               MOVE 'Y'                 TO WS-PERIOD-FOUND-SW
               MOVE PC-STATUS           TO WS-OLD-STATUS
               MOVE PERIOD-CONTROL-RECORD TO WS-TARGET-IMAGE
           ELSE
               IF  PC-PERIOD-NUM < WS-CLOSE-PERIOD-NUM
               AND NOT PC-CLOSED
                   ADD 1                TO WS-EARLIER-OPEN-COUNT
                   MOVE PC-PERIOD-NUM   TO EPL-PERIOD
                   MOVE EARLIER-PERIOD-LINE TO PRINT-LINE
                   WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 8060-READ-PERIOD-CONTROL.
      *----------------------------------------------------------*
       2000-SCAN-RUN-LOG.
      *----------------------------------------------------------*
           PERFORM 8000-READ-RUN-LOG-IN.
           PERFORM 2050-TRACK-ONE-RUN
               UNTIL LOG-EOF.
      *----------------------------------------------------------*
       2050-TRACK-ONE-RUN.
      *----------------------------------------------------------*
      *    THE LOG IS CHRONOLOGICAL, SO THE LAST QUALIFYING RUN
      *    SEEN FOR A CHECKLIST PROGRAM IS ITS FINAL RUN.  RUNS DATED
      *    INTO THE NEXT PERIOD, WHEN THE CLOSE IS RUN AFTER IT HAS
      *    BEGUN, DO NOT COUNT.
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  RLI-RUN-DATE NUMERIC
           AND RLI-RUN-DATE NOT < WS-PERIOD-START-DATE
           AND RLI-RUN-DATE NOT > WS-PERIOD-END-DATE
               SET CK-INDEX TO 1
               SEARCH CHECKLIST-TABLE
                   AT END
                       CONTINUE
                   WHEN CK-INDEX > CHECKLIST-COUNT
                       CONTINUE
                   WHEN CKT-PROGRAM-ID(CK-INDEX) = RLI-PROGRAM-ID
                       PERFORM 2100-FOLD-IN-ONE-RUN.
           PERFORM 8000-READ-RUN-LOG-IN.
      *----------------------------------------------------------*
       2100-FOLD-IN-ONE-RUN.
      *----------------------------------------------------------*
           ADD 1                        TO CKT-RUN-COUNT(CK-INDEX).
           MOVE RLI-RUN-DATE            TO CKT-LAST-DATE(CK-INDEX).
           MOVE RLI-END-TIME            TO CKT-LAST-END(CK-INDEX).
           MOVE RLI-RECORD-COUNT        TO CKT-LAST-COUNT(CK-INDEX).
           MOVE RLI-COMPLETION-STATUS   TO CKT-LAST-STATUS(CK-INDEX).
           IF  RLI-CONTROL-TOTAL NUMERIC
               MOVE RLI-CONTROL-TOTAL   TO CKT-LAST-TOTAL(CK-INDEX)
               MOVE 'Y'                 TO CKT-TOTAL-SW(CK-INDEX)
           ELSE
               MOVE ZERO                TO CKT-LAST-TOTAL(CK-INDEX)
               MOVE 'N'                 TO CKT-TOTAL-SW(CK-INDEX).
      *----------------------------------------------------------*
       3000-REPORT-CHECKLIST.
      *----------------------------------------------------------*
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3050-REPORT-ONE-PROGRAM
               VARYING CK-INDEX FROM 1 BY 1
                   UNTIL CK-INDEX > CHECKLIST-COUNT.
           MOVE CHECKLIST-COUNT         TO TL1-CHECK-COUNT.
           MOVE WS-COMPLETE-COUNT       TO TL1-COMPLETE-COUNT.
           MOVE WS-OUTSTANDING-COUNT    TO TL1-OUTSTANDING-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3050-REPORT-ONE-PROGRAM.
      *----------------------------------------------------------*
           MOVE CKT-PROGRAM-ID(CK-INDEX)  TO CDL-PROGRAM-ID.
           MOVE CKT-DESCRIPTION(CK-INDEX) TO CDL-DESCRIPTION.
           MOVE CKT-RUN-COUNT(CK-INDEX)   TO CDL-RUN-COUNT.
           IF  CKT-RUN-COUNT(CK-INDEX) = ZERO
               MOVE SPACE               TO CDL-LAST-DATE
                                           CDL-END-TIME
                                           CDL-STATUS
               MOVE ZERO                TO CDL-RECORD-COUNT
               MOVE SPACE               TO CDL-CONTROL-TOTAL-X
               MOVE 'NOT RUN'           TO CDL-CHECK
               ADD 1                    TO WS-OUTSTANDING-COUNT
           ELSE
               MOVE CKT-LAST-DATE(CK-INDEX) TO WS-DATE-X
               MOVE WS-DATE-X           TO CDL-LAST-DATE
               MOVE CKT-LAST-END(CK-INDEX)  TO WS-DATE-X
               MOVE WS-DATE-X           TO CDL-END-TIME
               MOVE CKT-LAST-COUNT(CK-INDEX) TO CDL-RECORD-COUNT
               IF  CKT-TOTAL-SW(CK-INDEX) = 'Y'
                   MOVE CKT-LAST-TOTAL(CK-INDEX) TO CDL-CONTROL-TOTAL
               ELSE
                   MOVE SPACE           TO CDL-CONTROL-TOTAL-X
               END-IF
               MOVE CKT-LAST-STATUS(CK-INDEX) TO CDL-STATUS
               IF  CKT-LAST-STATUS(CK-INDEX) = 'COMPLETE'
                   MOVE 'OK'            TO CDL-CHECK
                   ADD 1                TO WS-COMPLETE-COUNT
               ELSE
                   MOVE 'NOT COMPLETE'  TO CDL-CHECK
                   ADD 1                TO WS-OUTSTANDING-COUNT.
           MOVE CHECK-DETAIL-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3200-DECIDE-TRANSITION.
      *----------------------------------------------------------*
      *    A PERIOD NOT ON FILE IS OPEN.  OPEN ALWAYS MOVES TO
      *    CLOSING; CLOSING MOVES TO CLOSED ONLY WITH A CLEAN
      *    CHECKLIST AND NO EARLIER PERIOD LEFT UNCLOSED.
           MOVE WS-OLD-STATUS           TO WS-NEW-STATUS.
           EVALUATE TRUE
               WHEN WS-OLD-STATUS = 'X'
                   MOVE 'PERIOD WAS ALREADY CLOSED' TO TRL-REASON
                   MOVE 04              TO WS-CLOSE-RC
               WHEN WS-OLD-STATUS = 'C'
                AND WS-OUTSTANDING-COUNT > ZERO
                   MOVE 'HELD - CHECKLIST RUNS OUTSTANDING'
                                        TO TRL-REASON
                   MOVE 08              TO WS-CLOSE-RC
               WHEN WS-OLD-STATUS = 'C'
                AND WS-EARLIER-OPEN-COUNT > ZERO
                   MOVE 'HELD - EARLIER PERIOD NOT CLOSED'
                                        TO TRL-REASON
                   MOVE 08              TO WS-CLOSE-RC
               WHEN WS-OLD-STATUS = 'C'
                   MOVE 'X'             TO WS-NEW-STATUS
                   MOVE 'CLOSED - POSTINGS NOW LOCKED'
                                        TO TRL-REASON
               WHEN OTHER
                   MOVE 'C'             TO WS-NEW-STATUS
                   MOVE 'CLOSE STARTED - POSTINGS STILL ACCEPTED'
                                        TO TRL-REASON
           END-EVALUATE.
           IF  WS-NEW-STATUS NOT = WS-OLD-STATUS
               PERFORM 3250-BUILD-TARGET-IMAGE.
           MOVE WS-CLOSE-PERIOD-X       TO TRL-PERIOD.
           MOVE WS-OLD-STATUS           TO WS-STATUS-CODE.
           PERFORM 3280-GET-STATUS-TEXT.
           MOVE WS-STATUS-TEXT          TO TRL-OLD-STATUS.
           MOVE WS-NEW-STATUS           TO WS-STATUS-CODE.
           PERFORM 3280-GET-STATUS-TEXT.
           MOVE WS-STATUS-TEXT          TO TRL-NEW-STATUS.
           MOVE TRANSITION-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3250-BUILD-TARGET-IMAGE.
      *----------------------------------------------------------*
      *    THE INPUT RECORD AREA SERVES AS THE WORK LAYOUT - THE
      *    OLD FILE HAS BEEN READ TO END BY NOW.
           IF  WS-PERIOD-FOUND
               MOVE WS-TARGET-IMAGE     TO PERIOD-CONTROL-RECORD
           ELSE
               MOVE SPACE               TO PERIOD-CONTROL-RECORD
               MOVE WS-CLOSE-PERIOD-NUM TO PC-PERIOD-NUM
               MOVE ZERO                TO PC-CLOSING-DATE
                                           PC-CLOSED-DATE.
           MOVE WS-NEW-STATUS           TO PC-STATUS.
           IF  PC-CLOSING
               MOVE WS-CURRENT-DATE     TO PC-CLOSING-DATE.
           IF  PC-CLOSED
               MOVE WS-CURRENT-DATE     TO PC-CLOSED-DATE
               MOVE WS-CLOSER-ID        TO PC-CLOSED-BY.
           MOVE PERIOD-CONTROL-RECORD   TO WS-TARGET-IMAGE.
      *----------------------------------------------------------*
       3280-GET-STATUS-TEXT.
      *----------------------------------------------------------*
           EVALUATE WS-STATUS-CODE
               WHEN 'X'
                   MOVE 'CLOSED '       TO WS-STATUS-TEXT
               WHEN 'C'
                   MOVE 'CLOSING'       TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'OPEN   '       TO WS-STATUS-TEXT
           END-EVALUATE.
      *----------------------------------------------------------*
       3300-PRINT-SIGN-OFF.
      *----------------------------------------------------------*
           MOVE SIGN-OFF-LINE-1         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           MOVE SIGN-OFF-LINE-2         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           MOVE SIGN-OFF-LINE-3         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
      *----------------------------------------------------------*
       3500-WRITE-NEW-PERIOD-FILE.
      *----------------------------------------------------------*
      *    NEW GENERATION IN PERIOD ORDER.  A CLOSE PERIOD NOT YET
      *    ON FILE IS INSERTED AHEAD OF THE FIRST LATER PERIOD.
           IF  WS-PERIOD-FOUND
           OR  WS-NEW-STATUS = WS-OLD-STATUS
               MOVE 'Y'                 TO WS-NEW-WRITTEN-SW.
           PERFORM 3550-WRITE-ONE-PERIOD
               VARYING PD-INDEX FROM 1 BY 1
                   UNTIL PD-INDEX > PERIOD-COUNT.
           IF  NOT WS-NEW-WRITTEN
               WRITE PERIOD-CONTROL-NEW-RECORD FROM WS-TARGET-IMAGE.
      *----------------------------------------------------------*
       3550-WRITE-ONE-PERIOD.
      *----------------------------------------------------------*
           IF  NOT WS-NEW-WRITTEN
           AND PDT-PERIOD(PD-INDEX) > WS-CLOSE-PERIOD-NUM
               WRITE PERIOD-CONTROL-NEW-RECORD FROM WS-TARGET-IMAGE
               MOVE 'Y'                 TO WS-NEW-WRITTEN-SW.
           IF  PDT-PERIOD(PD-INDEX) = WS-CLOSE-PERIOD-NUM
           AND WS-NEW-STATUS NOT = WS-OLD-STATUS
               WRITE PERIOD-CONTROL-NEW-RECORD FROM WS-TARGET-IMAGE
           ELSE
               WRITE PERIOD-CONTROL-NEW-RECORD
                   FROM PDT-IMAGE(PD-INDEX).
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
           CLOSE   PERIOD-CONTROL-FILE
                   PERIOD-CONTROL-NEW
                   CLOSE-CHECK-FILE
                   RUN-LOG-IN-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'PERCLOSE - PERIOD            : ' WS-CLOSE-PERIOD-X.
           DISPLAY 'PERCLOSE - STATUS            : ' TRL-OLD-STATUS
               ' -> ' TRL-NEW-STATUS.
           DISPLAY 'PERCLOSE - CHECKLIST OUTSTANDING: '
               WS-OUTSTANDING-COUNT.
      *----------------------------------------------------------*
       9800-PARM-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  CLOSE PERIOD PARM NOT YYYYMM - PERCLOSE *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF PERCLOSE                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE ZERO                    TO RL-END-TIME
                                           RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   PERIOD-CONTROL-FILE
                   PERIOD-CONTROL-NEW
                   CLOSE-CHECK-FILE
                   RUN-LOG-IN-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  CHECKLIST/PERIOD TABLE FULL - PERCLOSE  *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF PERCLOSE                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   PERIOD-CONTROL-FILE
                   PERIOD-CONTROL-NEW
                   CLOSE-CHECK-FILE
                   RUN-LOG-IN-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8000-READ-RUN-LOG-IN.
      *----------------------------------------------------------*
           READ RUN-LOG-IN-FILE
               AT END MOVE 'Y'          TO LOG-EOF-SW.
      *----------------------------------------------------------*
       8050-READ-CLOSE-CHECK.
      *----------------------------------------------------------*
           READ CLOSE-CHECK-FILE
               AT END MOVE 'Y'          TO CHECK-EOF-SW.
      *----------------------------------------------------------*
       8060-READ-PERIOD-CONTROL.
      *----------------------------------------------------------*
           READ PERIOD-CONTROL-FILE
               AT END MOVE 'Y'          TO PERIOD-EOF-SW.
