       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVOUTLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ST-HIST-FILE   ASSIGN TO STATEFL.
           SELECT RPT-CALENDAR-FILE ASSIGN TO RPTCAL.
           SELECT OPTIONAL QUAR-OLD-FILE ASSIGN TO QUAROLD.
           SELECT OPTIONAL QUAR-RELEASE-FILE ASSIGN TO QUARRLSE.
           SELECT QUAR-NEW-FILE  ASSIGN TO QUARNEW.
           SELECT PRINT-FILE     ASSIGN TO PRTFILE.
           SELECT RUN-LOG-FILE   ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  ST-HIST-FILE
               RECORDING MODE IS F.
       01  STR-RECORD                  PIC X(300).
      *---------------------------------------------------------------*
       FD  RPT-CALENDAR-FILE
               RECORDING MODE IS F.
           COPY RPTCAL.
      *---------------------------------------------------------------*
       FD  QUAR-OLD-FILE
               RECORDING MODE IS F.
       01  QUAR-OLD-RECORD             PIC X(80).
      *---------------------------------------------------------------*
       FD  QUAR-RELEASE-FILE
               RECORDING MODE IS F.
       01  QUAR-RELEASE-RECORD         PIC X(80).
      *---------------------------------------------------------------*
       FD  QUAR-NEW-FILE
               RECORDING MODE IS F.
       01  QUAR-NEW-RECORD             PIC X(80).
      *---------------------------------------------------------------*
       FD  PRINT-FILE
               RECORDING MODE F.
       01  PRINT-RECORD.
      *    05  CC                      PIC X(01).
           05  PRINT-LINE              PIC X(132).
      *---------------------------------------------------------------*
       FD  RUN-LOG-FILE
               RECORDING MODE IS F.
           COPY RUNLOG.
      *---------------------------------------------------------------*
       FD  RUN-CONTROL-FILE
               RECORDING MODE IS F.
           COPY RUNCTLFL.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01   REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE        PIC X(132)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-1.
               10 HL1-DATE.
                   15  FILLER          PIC X(01) VALUE SPACE.
                   15  FILLER          PIC X(12) VALUE 'TODAYS DATE:'.
                   15  HL1-MONTH-OUT   PIC XX.
                   15  FILLER          PIC X     VALUE '/'.
                   15  HL1-DAY-OUT     PIC XX.
                   15  FILLER          PIC X     VALUE '/'.
                   15  HL1-YEAR-OUT    PIC XX.
               10  FILLER    PIC X(40) VALUE
                   '  DAILY FIGURE OUTLIER QUARANTINE       '.
               10  FILLER    PIC X(13) VALUE 'DEVIATIONS > '.
               10  HL1-DEVIATIONS      PIC Z9.9.
               10  FILLER              PIC X(28) VALUE SPACE.
               10  HL1-PAGE-COUNT-AREA.
                   15  FILLER          PIC X(04) VALUE SPACE.
                   15  FILLER          PIC X(05) VALUE 'PAGE:'.
                   15  HL1-PAGE-NUM    PIC ZZZZ9.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(12) VALUE '  AS OF     '.
               10  FILLER    PIC X(22) VALUE 'ST  MEASURE           '.
               10  FILLER    PIC X(24) VALUE '       VALUE   28-DAY ME'.
               10  FILLER    PIC X(24) VALUE 'AN        STD DEV  DEVIA'.
               10  FILLER    PIC X(24) VALUE 'TIONS  STATUS           '.
      *---------------------------------------------------------------*
           05  OUTLIER-DETAIL-LINE.
               10  ODL-TIMESTAMP.
                   15  ODL-MONTH       PIC X(02).
                   15  FILLER          PIC X(01)  VALUE '/'.
                   15  ODL-DAY         PIC X(02).
                   15  FILLER          PIC X(01)  VALUE '/'.
                   15  ODL-YEAR        PIC X(04).
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  ODL-STATE           PIC X(02).
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  ODL-MEASURE         PIC X(16).
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  ODL-VALUE           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  ODL-MEAN            PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  ODL-STD-DEV         PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  ODL-DEVIATIONS      PIC ---,--9.99.
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  ODL-STATUS          PIC X(32).
      *---------------------------------------------------------------*
           05  SECTION-LINE.
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  SCL-TITLE           PIC X(50).
               10  FILLER              PIC X(81)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(24) VALUE '** VALUES SCREENED    : '.
               10  TL1-SCREEN-COUNT    PIC Z,ZZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   NEW QUARANTINES    : '.
               10  TL1-NEW-COUNT       PIC Z,ZZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   STILL QUARANTINED  : '.
               10  TL1-HELD-COUNT      PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(33) VALUE SPACE.
           05  TRAILER-2.
               10  FILLER  PIC X(24) VALUE '** RELEASES APPLIED   : '.
               10  TL2-RELEASE-COUNT   PIC Z,ZZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   RELEASES REJECTED  : '.
               10  TL2-REJECT-COUNT    PIC Z,ZZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   CLEARED ON RESCREEN: '.
               10  TL2-CLEARED-COUNT   PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(33) VALUE SPACE.
       COPY STATEFL.
       COPY COVQUAR.
       COPY COVQREL.
       COPY RPTCALW.
      *---------------------------------------------------------------*
       01  MEASURE-NAME-VALUES.
           05  FILLER              PIC X(17) VALUE 'CNEW CASES'.
           05  FILLER              PIC X(17) VALUE 'DNEW DEATHS'.
           05  FILLER              PIC X(17) VALUE 'HHOSPITAL CENSUS'.
       01  MEASURE-NAME-TABLE REDEFINES MEASURE-NAME-VALUES.
           05  MNT-ENTRY OCCURS 3 TIMES.
               10  MNT-CODE                PIC X(01).
               10  MNT-NAME                PIC X(16).
      *---------------------------------------------------------------*
       01  STATE-WINDOW-TABLE-FIELDS.
      *---------------------------------------------------------------*
      *    EACH STATE'S TRAILING 28 CALENDAR DAYS, ONE SLOT PER DAY
      *    (DATE INTEGER MOD 28).  A VALUE STILL IN QUARANTINE IS
      *    KEPT OUT OF THE BASELINE SO A BACKLOG DUMP DOES NOT WIDEN
      *    THE SPREAD AGAINST WHICH THE NEXT DAYS ARE JUDGED.
           05  STATE-WINDOW-TABLE OCCURS 60 TIMES
                           INDEXED BY SW-INDEX.
               10  SWT-STATE              PIC X(02).
               10  SWT-DAY OCCURS 28 TIMES.
                   15  SWT-DATE-INT       PIC 9(07).
                   15  SWT-MEASURE OCCURS 3 TIMES.
                       20  SWT-VALUE      PIC 9(09).
                       20  SWT-USE-SW     PIC X(01).
      *---------------------------------------------------------------*
       01  QUARANTINE-TABLE-FIELDS.
      *---------------------------------------------------------------*
           05  QT-COUNT                   PIC 9(04) VALUE ZERO.
           05  QUARANTINE-TABLE OCCURS 3000 TIMES
                           INDEXED BY QT-INDEX.
               10  QT-KEY                 PIC X(11).
               10  QT-SEEN-SW             PIC X(01).
               10  QT-IMAGE               PIC X(80).
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  WS-DEVIATIONS-PARM         PIC X(03).
           05  WS-DEVIATIONS-PARM-NUM REDEFINES WS-DEVIATIONS-PARM
                                          PIC 9(02)V9.
           05  WS-MAX-DEVIATIONS          PIC 9(02)V9 VALUE 4.0.
           05  WS-MIN-HISTORY             PIC 9(02)   VALUE 14.
           05  WS-CUR-DATE-NUM            PIC 9(08).
           05  WS-CUR-DATE-INT            PIC 9(07).
           05  WS-SLOT                    PIC 9(02).
           05  WS-DAY-SUB                 PIC 9(02).
           05  WS-MEAS                    PIC 9(01).
           05  WS-TODAY-VALUE             PIC 9(09) OCCURS 3 TIMES.
           05  WS-TODAY-USE-SW            PIC X(01) OCCURS 3 TIMES.
           05  WS-OBS-COUNT               PIC 9(03).
           05  WS-OBS-SUM                 PIC 9(12).
           05  WS-OBS-SUM-SQ              PIC 9(18).
           05  WS-MEAN                    PIC 9(09)V99.
           05  WS-VARIANCE                PIC 9(15)V9(4).
           05  WS-STD-DEV                 PIC 9(09)V99.
           05  WS-DIVISOR                 PIC 9(09)V99.
           05  WS-DEVIATIONS              PIC S9(05)V99.
           05  WS-ABS-DEVIATIONS          PIC 9(05)V99.
           05  WS-SEARCH-KEY.
               10  WS-SEARCH-STATE        PIC X(02).
               10  WS-SEARCH-DATE         PIC X(08).
               10  WS-SEARCH-MEASURE      PIC X(01).
           05  WS-SCREEN-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-NEW-COUNT               PIC 9(07) VALUE ZERO.
           05  WS-HELD-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-RELEASE-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-REJECT-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-CLEARED-COUNT           PIC 9(07) VALUE ZERO.
      *---------------------------------------------------------------*
       01  SWITCHES-INDEX-COUNTER-FIELDS.
      *---------------------------------------------------------------*
           05  END-OF-FILE-SW              PIC X(01)  VALUE 'N'.
               88  END-OF-FILE                        VALUE 'Y'.
           05  VALID-RECORD-SW             PIC X(01)  VALUE 'Y'.
               88  VALID-RECORD                       VALUE 'Y'.
           05  QUAR-EOF-SW                 PIC X(01)  VALUE 'N'.
               88  QUAR-EOF                           VALUE 'Y'.
           05  RELEASE-EOF-SW              PIC X(01)  VALUE 'N'.
               88  RELEASE-EOF                        VALUE 'Y'.
           05  WS-QUAR-FOUND-SW            PIC X(01).
               88  QUAR-FOUND                         VALUE 'Y'.
           05  WS-RUN-LOG-COUNT            PIC 9(07)  VALUE ZERO.
       COPY PRINTCTL.
       COPY STDHDR.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-QUARANTINE-FILE.
           PERFORM 1200-APPLY-RELEASES.
           MOVE 'OUTLIERS FOUND BY THIS SCREEN'
                                           TO SCL-TITLE.
           PERFORM 1290-PRINT-SECTION-TITLE.
           PERFORM 8000-READ-ST-HIST-FILE.
           PERFORM 2000-PROCESS-ST-HIST-FILE
               UNTIL END-OF-FILE.
           PERFORM 3000-WRITE-QUARANTINE-FILE.
           PERFORM 3500-PRINT-TRAILER-LINES.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                       TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  ST-HIST-FILE
                OUTPUT QUAR-NEW-FILE
                       PRINT-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE WS-CURRENT-YEAR            TO HL1-YEAR-OUT.
           MOVE WS-CURRENT-MONTH           TO HL1-MONTH-OUT.
           MOVE WS-CURRENT-DAY             TO HL1-DAY-OUT.
           MOVE "COVOUTLR"                 TO RL-PROGRAM-ID.
           MOVE "COVOUTLR"                 TO SHD-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME            TO RL-START-TIME.
      *    PARM IS THE DEVIATION LIMIT IN TENTHS - 035 IS 3.5 STANDARD
      *    DEVIATIONS.  MISSING OR ZERO DEFAULTS TO 4.0.
           ACCEPT WS-DEVIATIONS-PARM.
           IF  WS-DEVIATIONS-PARM NUMERIC
           AND WS-DEVIATIONS-PARM-NUM > ZERO
               MOVE WS-DEVIATIONS-PARM-NUM TO WS-MAX-DEVIATIONS.
           MOVE WS-MAX-DEVIATIONS          TO HL1-DEVIATIONS.
           INITIALIZE STATE-WINDOW-TABLE-FIELDS.
           PERFORM 9640-LOAD-RPT-CALENDAR.
      *---------------------------------------------------------------*
       1100-LOAD-QUARANTINE-FILE.
      *---------------------------------------------------------------*
           OPEN INPUT QUAR-OLD-FILE.
           PERFORM 8100-READ-QUAR-OLD.
           PERFORM 1110-STORE-QUARANTINE-RECORD
               UNTIL QUAR-EOF.
           CLOSE QUAR-OLD-FILE.
      *---------------------------------------------------------------*
       1110-STORE-QUARANTINE-RECORD.
      *---------------------------------------------------------------*
           IF  QT-COUNT NOT < 3000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                           TO QT-COUNT.
           SET QT-INDEX                    TO QT-COUNT.
           MOVE QU-KEY                     TO QT-KEY(QT-INDEX).
           MOVE 'N'                        TO QT-SEEN-SW(QT-INDEX).
           MOVE QU-QUARANTINE-RECORD       TO QT-IMAGE(QT-INDEX).
           PERFORM 8100-READ-QUAR-OLD.
      *---------------------------------------------------------------*
       1200-APPLY-RELEASES.
      *---------------------------------------------------------------*
           MOVE 'ANALYST RELEASES'         TO SCL-TITLE.
           PERFORM 1290-PRINT-SECTION-TITLE.
           OPEN INPUT QUAR-RELEASE-FILE.
           PERFORM 8200-READ-QUAR-RELEASE.
           PERFORM 1210-APPLY-ONE-RELEASE
               UNTIL RELEASE-EOF.
           CLOSE QUAR-RELEASE-FILE.
           IF  WS-RELEASE-COUNT = ZERO
           AND WS-REJECT-COUNT = ZERO
               MOVE '   (NONE)'               TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       1210-APPLY-ONE-RELEASE.
      *---------------------------------------------------------------*
           MOVE QR-KEY                     TO WS-SEARCH-KEY.
           PERFORM 2400-FIND-QUARANTINE-ENTRY.
           IF  QUAR-FOUND
               MOVE QT-IMAGE(QT-INDEX)     TO QU-QUARANTINE-RECORD
           ELSE
               MOVE SPACE                  TO QU-QUARANTINE-RECORD
               MOVE QR-KEY                 TO QU-KEY
               MOVE ZERO                   TO QU-VALUE
                                              QU-MEAN
                                              QU-STD-DEV
                                              QU-DEVIATIONS.
           EVALUATE TRUE
               WHEN NOT QUAR-FOUND
                   ADD 1                   TO WS-REJECT-COUNT
                   MOVE 'REJECTED - NOT QUARANTINED'
                                           TO ODL-STATUS
               WHEN QU-RELEASED
                   ADD 1                   TO WS-REJECT-COUNT
                   MOVE 'REJECTED - ALREADY RELEASED'
                                           TO ODL-STATUS
               WHEN OTHER
                   ADD 1                   TO WS-RELEASE-COUNT
                   MOVE 'R'                TO QU-STATUS
                   MOVE WS-CURRENT-DATE    TO QU-ACTION-DATE
                   MOVE QR-ANALYST-ID      TO QU-ANALYST-ID
                   MOVE QU-QUARANTINE-RECORD
                                           TO QT-IMAGE(QT-INDEX)
                   MOVE SPACE              TO ODL-STATUS
                   STRING 'RELEASED BY ' QR-ANALYST-ID
                       DELIMITED BY SIZE INTO ODL-STATUS
           END-EVALUATE.
           PERFORM 2500-PRINT-QUARANTINE-LINE.
           PERFORM 8200-READ-QUAR-RELEASE.
      *---------------------------------------------------------------*
       1290-PRINT-SECTION-TITLE.
      *---------------------------------------------------------------*
           MOVE 2                          TO LINE-SPACEING.
           MOVE SECTION-LINE               TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2000-PROCESS-ST-HIST-FILE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-RUN-LOG-COUNT.
           MOVE STR-DATE                   TO WS-CUR-DATE-NUM.
           COMPUTE WS-CUR-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CUR-DATE-NUM).
           SET SW-INDEX TO 1.
           SEARCH STATE-WINDOW-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN SWT-STATE(SW-INDEX) = STR-STATE
                   CONTINUE
               WHEN SWT-STATE(SW-INDEX) = SPACE
                   MOVE STR-STATE          TO SWT-STATE(SW-INDEX).
      *    A SILENT WEEKEND OR HOLIDAY IS NEITHER SCREENED NOR TAKEN
      *    INTO THE BASELINE - ITS ZEROES ARE EXPECTED, NOT DATA.
           MOVE STR-STATE                  TO WS-RC-CHECK-STATE.
           MOVE WS-CUR-DATE-INT            TO WS-RC-CHECK-DATE-INT.
           MOVE WS-CUR-DATE-NUM            TO WS-RC-CHECK-DATE-NUM.
           PERFORM 9650-CHECK-REPORTING-DAY.
           IF  WS-REPORTING-DAY
               MOVE STR-POSITIVE-INCREASE  TO WS-TODAY-VALUE(1)
               MOVE STR-DEATH-INCREASE     TO WS-TODAY-VALUE(2)
               MOVE STR-HOSPITAL-CURR      TO WS-TODAY-VALUE(3)
               PERFORM 2100-SCREEN-ONE-MEASURE
                   VARYING WS-MEAS FROM 1 BY 1
                   UNTIL WS-MEAS > 3
               PERFORM 2600-SAVE-TODAYS-VALUES.
           PERFORM 8000-READ-ST-HIST-FILE.
      *---------------------------------------------------------------*
       2100-SCREEN-ONE-MEASURE.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO WS-TODAY-USE-SW(WS-MEAS).
           MOVE ZERO                       TO WS-OBS-COUNT
                                              WS-OBS-SUM
                                              WS-OBS-SUM-SQ.
           PERFORM 2110-ADD-ONE-WINDOW-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 28.
           IF  WS-OBS-COUNT NOT < WS-MIN-HISTORY
               ADD 1                       TO WS-SCREEN-COUNT
               PERFORM 2200-COMPUTE-DEVIATIONS
               IF  WS-ABS-DEVIATIONS > WS-MAX-DEVIATIONS
                   PERFORM 2300-QUARANTINE-VALUE.
      *---------------------------------------------------------------*
       2110-ADD-ONE-WINDOW-DAY.
      *---------------------------------------------------------------*
           IF  SWT-DATE-INT(SW-INDEX, WS-DAY-SUB) < WS-CUR-DATE-INT
           AND SWT-DATE-INT(SW-INDEX, WS-DAY-SUB) + 28
                   NOT < WS-CUR-DATE-INT
           AND SWT-USE-SW(SW-INDEX, WS-DAY-SUB, WS-MEAS) = 'Y'
               ADD 1                       TO WS-OBS-COUNT
               ADD SWT-VALUE(SW-INDEX, WS-DAY-SUB, WS-MEAS)
                                           TO WS-OBS-SUM
               COMPUTE WS-OBS-SUM-SQ = WS-OBS-SUM-SQ
                   + SWT-VALUE(SW-INDEX, WS-DAY-SUB, WS-MEAS)
                   * SWT-VALUE(SW-INDEX, WS-DAY-SUB, WS-MEAS).
      *---------------------------------------------------------------*
       2200-COMPUTE-DEVIATIONS.
      *---------------------------------------------------------------*
      *    A STATE WHOSE FIGURE NEVER MOVES HAS NO SPREAD; THE DIVISOR
      *    IS NEVER TAKEN BELOW ONE SO A SINGLE EXTRA CASE OR DEATH
      *    DOES NOT COUNT AS AN OUTLIER.
           COMPUTE WS-MEAN ROUNDED = WS-OBS-SUM / WS-OBS-COUNT.
           COMPUTE WS-VARIANCE ROUNDED =
               (WS-OBS-SUM-SQ - (WS-OBS-SUM * WS-OBS-SUM)
                   / WS-OBS-COUNT) / WS-OBS-COUNT.
           COMPUTE WS-STD-DEV ROUNDED = FUNCTION SQRT(WS-VARIANCE).
           MOVE WS-STD-DEV                 TO WS-DIVISOR.
           IF  WS-DIVISOR < 1
               MOVE 1                      TO WS-DIVISOR.
           COMPUTE WS-DEVIATIONS ROUNDED =
               (WS-TODAY-VALUE(WS-MEAS) - WS-MEAN) / WS-DIVISOR
               ON SIZE ERROR
                   MOVE 99999.99           TO WS-DEVIATIONS.
           MOVE WS-DEVIATIONS              TO WS-ABS-DEVIATIONS.
      *---------------------------------------------------------------*
       2300-QUARANTINE-VALUE.
      *---------------------------------------------------------------*
           MOVE STR-STATE                  TO WS-SEARCH-STATE.
           MOVE STR-DATE                   TO WS-SEARCH-DATE.
           MOVE MNT-CODE(WS-MEAS)          TO WS-SEARCH-MEASURE.
           PERFORM 2400-FIND-QUARANTINE-ENTRY.
           IF  QUAR-FOUND
               MOVE QT-IMAGE(QT-INDEX)     TO QU-QUARANTINE-RECORD
           ELSE
               IF  QT-COUNT NOT < 3000
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                       TO QT-COUNT
               SET QT-INDEX                TO QT-COUNT
               MOVE WS-SEARCH-KEY          TO QT-KEY(QT-INDEX)
               MOVE SPACE                  TO QU-QUARANTINE-RECORD
               MOVE WS-SEARCH-KEY          TO QU-KEY
               MOVE 'Q'                    TO QU-STATUS
               MOVE WS-CURRENT-DATE        TO QU-FLAG-DATE
               MOVE ZERO                   TO QU-ACTION-DATE.
           MOVE 'Y'                        TO QT-SEEN-SW(QT-INDEX).
           MOVE WS-TODAY-VALUE(WS-MEAS)    TO QU-VALUE.
           MOVE WS-MEAN                    TO QU-MEAN.
           MOVE WS-STD-DEV                 TO QU-STD-DEV.
           MOVE WS-DEVIATIONS              TO QU-DEVIATIONS.
           MOVE QU-QUARANTINE-RECORD       TO QT-IMAGE(QT-INDEX).
      *    A RELEASED VALUE WAS CONFIRMED AS REAL - IT STAYS IN THE
      *    BASELINE AND IS NOT LISTED AGAIN.
           IF  NOT QU-RELEASED
               MOVE 'N'                TO WS-TODAY-USE-SW(WS-MEAS)
               IF  QUAR-FOUND
                   ADD 1                   TO WS-HELD-COUNT
                   MOVE 'STILL QUARANTINED'
                                           TO ODL-STATUS
               ELSE
                   ADD 1                   TO WS-NEW-COUNT
                   MOVE 'NEW - QUARANTINED'
                                           TO ODL-STATUS
               END-IF
               PERFORM 2500-PRINT-QUARANTINE-LINE.
      *---------------------------------------------------------------*
       2400-FIND-QUARANTINE-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-QUAR-FOUND-SW.
           SET QT-INDEX                    TO 1.
           SEARCH QUARANTINE-TABLE
               AT END
                   CONTINUE
               WHEN QT-INDEX > QT-COUNT
                   CONTINUE
               WHEN QT-KEY(QT-INDEX) = WS-SEARCH-KEY
                   MOVE 'Y'                TO WS-QUAR-FOUND-SW.
      *---------------------------------------------------------------*
       2500-PRINT-QUARANTINE-LINE.
      *---------------------------------------------------------------*
           MOVE QU-DATE(5:2)               TO ODL-MONTH.
           MOVE QU-DATE(7:2)               TO ODL-DAY.
           MOVE QU-DATE(1:4)               TO ODL-YEAR.
           MOVE QU-STATE                   TO ODL-STATE.
           MOVE QU-MEASURE                 TO ODL-MEASURE.
           IF  QU-NEW-CASES
               MOVE MNT-NAME(1)            TO ODL-MEASURE.
           IF  QU-NEW-DEATHS
               MOVE MNT-NAME(2)            TO ODL-MEASURE.
           IF  QU-HOSP-CENSUS
               MOVE MNT-NAME(3)            TO ODL-MEASURE.
           MOVE QU-VALUE                   TO ODL-VALUE.
           MOVE QU-MEAN                    TO ODL-MEAN.
           MOVE QU-STD-DEV                 TO ODL-STD-DEV.
           MOVE QU-DEVIATIONS              TO ODL-DEVIATIONS.
           MOVE OUTLIER-DETAIL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2600-SAVE-TODAYS-VALUES.
      *---------------------------------------------------------------*
           DIVIDE WS-CUR-DATE-INT BY 28 GIVING WS-DAY-SUB
               REMAINDER WS-SLOT.
           ADD 1                           TO WS-SLOT.
           MOVE WS-CUR-DATE-INT    TO SWT-DATE-INT(SW-INDEX, WS-SLOT).
           PERFORM 2610-SAVE-ONE-MEASURE
               VARYING WS-MEAS FROM 1 BY 1
               UNTIL WS-MEAS > 3.
      *---------------------------------------------------------------*
       2610-SAVE-ONE-MEASURE.
      *---------------------------------------------------------------*
           MOVE WS-TODAY-VALUE(WS-MEAS)
               TO SWT-VALUE(SW-INDEX, WS-SLOT, WS-MEAS).
           MOVE WS-TODAY-USE-SW(WS-MEAS)
               TO SWT-USE-SW(SW-INDEX, WS-SLOT, WS-MEAS).
      *---------------------------------------------------------------*
       3000-WRITE-QUARANTINE-FILE.
      *---------------------------------------------------------------*
      *    RELEASED VALUES ARE CARRIED FORWARD.  A QUARANTINED VALUE
      *    THE SCREEN NO LONGER FLAGS (A CORRECTED FIGURE OR A LOWER
      *    PARM) IS DROPPED AND LISTED AS CLEARED.
           MOVE 'CLEARED ON RESCREEN'      TO SCL-TITLE.
           PERFORM 1290-PRINT-SECTION-TITLE.
           PERFORM 3010-WRITE-ONE-QUARANTINE
               VARYING QT-INDEX FROM 1 BY 1
               UNTIL QT-INDEX > QT-COUNT.
           IF  WS-CLEARED-COUNT = ZERO
               MOVE '   (NONE)'               TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3010-WRITE-ONE-QUARANTINE.
      *---------------------------------------------------------------*
           MOVE QT-IMAGE(QT-INDEX)         TO QU-QUARANTINE-RECORD.
           IF  QU-QUARANTINED
           AND QT-SEEN-SW(QT-INDEX) NOT = 'Y'
               ADD 1                       TO WS-CLEARED-COUNT
               MOVE 'CLEARED - NO LONGER AN OUTLIER'
                                           TO ODL-STATUS
               PERFORM 2500-PRINT-QUARANTINE-LINE
           ELSE
               WRITE QUAR-NEW-RECORD FROM QU-QUARANTINE-RECORD.
      *---------------------------------------------------------------*
       3500-PRINT-TRAILER-LINES.
      *---------------------------------------------------------------*
           MOVE WS-SCREEN-COUNT            TO TL1-SCREEN-COUNT.
           MOVE WS-NEW-COUNT               TO TL1-NEW-COUNT.
           MOVE WS-HELD-COUNT              TO TL1-HELD-COUNT.
           MOVE WS-RELEASE-COUNT           TO TL2-RELEASE-COUNT.
           MOVE WS-REJECT-COUNT            TO TL2-REJECT-COUNT.
           MOVE WS-CLEARED-COUNT           TO TL2-CLEARED-COUNT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE TRAILER-2                  TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME            TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT           TO RL-RECORD-COUNT.
           MOVE "COMPLETE"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *---------------------------------------------------------------*
       4000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE ST-HIST-FILE
                 QUAR-NEW-FILE
                 PRINT-FILE
                 RUN-LOG-FILE.
           DISPLAY 'COVOUTLR - NEW QUARANTINES   : ' WS-NEW-COUNT.
           DISPLAY 'COVOUTLR - STILL QUARANTINED : ' WS-HELD-COUNT.
           DISPLAY 'COVOUTLR - RELEASES APPLIED  : ' WS-RELEASE-COUNT.
      *---------------------------------------------------------------*
       COPY RPTCALR.
      *---------------------------------------------------------------*
       9900-TABLE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  STATE OR QUARANTINE TABLE OVERFLOW      *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF COVOUTLR                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME            TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT           TO RL-RECORD-COUNT.
           MOVE "ABEND"                    TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE ST-HIST-FILE
                 QUAR-NEW-FILE
                 PRINT-FILE
                 RUN-LOG-FILE.
           MOVE 16                         TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       8000-READ-ST-HIST-FILE.
      *---------------------------------------------------------------*
      *    HEADER/TRAILER CONTROL RECORDS ON THE MASTER ARE SKIPPED -
      *    COVKLOAD AND THE PURGE JOBS OWN TRAILER VERIFICATION.
           PERFORM 8010-READ-ONE-ST-RECORD.
           PERFORM 8010-READ-ONE-ST-RECORD
               UNTIL END-OF-FILE
                  OR (STR-DATE NOT = '00000000'
                 AND  STR-DATE NOT = '99999999').
      *---------------------------------------------------------------*
       8010-READ-ONE-ST-RECORD.
      *---------------------------------------------------------------*
           READ ST-HIST-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW
                      MOVE 'N' TO VALID-RECORD-SW.
           IF VALID-RECORD
               UNSTRING STR-RECORD DELIMITED BY ','
               INTO STR-DATE
                   STR-STATE
                   STR-CASE-POSITIVE
                   STR-CASE-PROBOBALE
                   STR-CASE-NEGATIVE
                   STR-CASE-PENDING
                   STR-TOT-TEST-RES-SRC
                   STR-TOT-TEST-RESULTS
                   STR-HOSPITAL-CURR
                   STR-HOSPITAL-TOT
                   STR-ICU-CURR
                   STR-ICU-TOT
                   STR-VENT-CURR
                   STR-VENT-TOT
                   STR-RECOVERED
                   STR-DATA-GRADE
                   STR-DATE-UPDATED
                   STR-DATE-MODIFIED
                   STR-CHECK-TIME
                   STR-DEATH
                   STR-HOSPTALIZED
                   STR-CHECK-DATE
                   STR-TOT-TESTS-VIRAL
                   STR-POS-TESTS-VIRAL
                   STR-NEG-TESTS-VIRAL
                   STR-POS-CASES-VIRAL
                   STR-DEATH-CONFIRMED
                   STR-DEATH-PROBABLE
                   STR-TOT-TEST-ENCNTR-V
                   STR-TOT-TEST-PEOPLE-V
                   STR-TOT-TEST-ANTIBODY
                   STR-POS-TEST-ANTIBODY
                   STR-NEG-TEST-ANTIBODY
                   STR-TOT-TEST-ANTIBODY-P
                   STR-POS-TEST-ANTIBODY-P
                   STR-NEG-TEST-ANTIBODY-P
                   STR-TOT-TEST-ANTIGEN-P
                   STR-POS-TEST-ANTIGEN-P
                   STR-TOT-TEST-ANTIGEN
                   STR-POS-TEST-ANTIGEN
                   STR-FIPS-NUMBER
                   STR-POSITIVE-INCREASE
                   STR-NEGATIVE-INCREASE
                   STR-TOTAL
                   STR-TOT-TEST-INCREASE
                   STR-POS-NEG
                   STR-DEATH-INCREASE
                   STR-HOSPITAL-INCREASE
                   STR-HASH
                   STR-COMMERCIAL-SCORE
                   STR-NEG-REG-SCORE
                   STR-NEGATIVE-SCORE
                   STR-POSITIVE-SCORE
                   STR-SCORE
                   STR-GRADE.
      *---------------------------------------------------------------*
       8100-READ-QUAR-OLD.
      *---------------------------------------------------------------*
           READ QUAR-OLD-FILE INTO QU-QUARANTINE-RECORD
               AT END MOVE 'Y'             TO QUAR-EOF-SW.
      *---------------------------------------------------------------*
       8200-READ-QUAR-RELEASE.
      *---------------------------------------------------------------*
           READ QUAR-RELEASE-FILE INTO QR-QUARANTINE-RELEASE
               AT END MOVE 'Y'             TO RELEASE-EOF-SW.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
              PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE           TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE SPACE                      TO NEXT-REPORT-LINE.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           MOVE PAGE-COUNT                 TO HL1-PAGE-NUM.
           MOVE PAGE-COUNT                 TO SHD-PAGE-NUM.
           MOVE WS-CURRENT-MONTH           TO SHD-RUN-MONTH.
           MOVE WS-CURRENT-DAY             TO SHD-RUN-DAY.
           MOVE WS-CURRENT-YEAR            TO SHD-RUN-YEAR.
           MOVE WS-CURRENT-HOUR            TO SHD-RUN-HOUR.
           MOVE WS-CURRENT-MINUTES         TO SHD-RUN-MINUTE.
           MOVE STD-HEADING-LINE-1         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE HEADING-LINE-1             TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           MOVE HEADING-LINE-2             TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           ADD  1                          TO PAGE-COUNT.
           MOVE 7                          TO LINE-COUNT.
      *---------------------------------------------------------------*
       9110-WRITE-TOP-OF-PAGE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING PAGE.
           MOVE SPACE                      TO PRINT-LINE.
      *---------------------------------------------------------------*
       9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING LINE-SPACEING.
           ADD LINE-SPACEING               TO LINE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE SPACE                      TO PRINT-LINE.
      *---------------------------------------------------------------*
       1070-READ-RUN-CONTROL.
      *---------------------------------------------------------------*
      *    THE OFFICIAL BUSINESS PROCESSING DATE IS SET BY OPERATIONS
      *    AT THE START OF THE CYCLE.  IT REPLACES THE CALENDAR DATE
      *    IN HEADINGS, RUN-LOG RECORDS AND DATE DEFAULTS - CALENDAR
      *    DATE AND TIME REMAIN ONLY AS THE PHYSICAL TIMESTAMP.
           OPEN INPUT RUN-CONTROL-FILE.
           MOVE ZERO                       TO BD-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               AT END CONTINUE.
           IF  BD-BUSINESS-DATE-X NUMERIC
           AND BD-BUSINESS-DATE-X NOT = '00000000'
               MOVE BD-BUS-YEAR            TO WS-CURRENT-YEAR
               MOVE BD-BUS-MONTH           TO WS-CURRENT-MONTH
               MOVE BD-BUS-DAY             TO WS-CURRENT-DAY.
           CLOSE RUN-CONTROL-FILE.
