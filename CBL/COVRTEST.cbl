       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVRTEST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ST-HIST-FILE   ASSIGN TO STATEKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STR-HIST-KEY.
           SELECT PRINT-FILE     ASSIGN TO PRTFILE.
           SELECT RUN-LOG-FILE   ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
           SELECT ALERT-FILE     ASSIGN TO ALERTFL.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  ST-HIST-FILE.
       01  STR-RECORD.
           05  STR-HIST-KEY.
               10  SRK-DATE            PIC X(08).
               10  FILLER              PIC X(01).
               10  SRK-STATE           PIC X(02).
           05  FILLER                  PIC X(289).
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
       FD  ALERT-FILE
               RECORDING MODE IS F.
           COPY ALERTFIL.
      *---------------------------------------------------------------*
       FD  RUN-CONTROL-FILE
               RECORDING MODE IS F.
           COPY RUNCTLFL.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *    EFFECTIVE REPRODUCTION NUMBER (RT) BY STATE.  THE KEYED
      *    HISTORY IS READ IN DATE/STATE ORDER AND EACH STATE KEEPS
      *    ITS LAST 28 DAILY POSITIVE INCREASES.  EACH DAY RT IS THE
      *    SUM OF NEW CASES OVER THE SMOOTHING WINDOW DIVIDED BY THE
      *    SAME WINDOW ONE SERIAL INTERVAL EARLIER.  THE REPORT SHOWS
      *    THE LATEST RT, ITS DIRECTION AGAINST THE ESTIMATE 14 DAYS
      *    BACK AND THE LAST DATE IT CROSSED 1.0.  A STATE WHOSE RT
      *    HAS STAYED ABOVE 1.0 FOR THE ALERT-DAYS PARM OR LONGER
      *    GETS AN ALERTFL RECORD.
      *
      *    PARM CARDS (ACCEPT, BLANK = DEFAULT):
      *      1. SERIAL INTERVAL DAYS    01-14    DEFAULT 05
      *      2. SMOOTHING WINDOW DAYS   01-14    DEFAULT 07
      *      3. ALERT DAYS ABOVE 1.0    001-999  DEFAULT 014
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
               10  FILLER    PIC X(34) VALUE
                   '  EFFECTIVE REPRODUCTION NUMBER   '.
               10  FILLER              PIC X(08) VALUE 'SER INT:'.
               10  HL1-SERIAL          PIC Z9.
               10  FILLER              PIC X(09) VALUE '  WINDOW:'.
               10  HL1-WINDOW          PIC Z9.
               10  FILLER              PIC X(13) VALUE '  ALERT DAYS:'.
               10  HL1-ALERT-DAYS      PIC ZZ9.
               10  FILLER              PIC X(05) VALUE SPACE.
               10  HL1-PAGE-COUNT-AREA.
                   15  FILLER          PIC X(04) VALUE SPACE.
                   15  FILLER          PIC X(05) VALUE 'PAGE:'.
                   15  HL1-PAGE-NUM    PIC ZZZZ9.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(06) VALUE 'STATE '.
               10  FILLER    PIC X(12) VALUE 'LATEST DT   '.
               10  FILLER    PIC X(11) VALUE 'WIN CASES  '.
               10  FILLER    PIC X(10) VALUE '  RT      '.
               10  FILLER    PIC X(09) VALUE 'RT 14D   '.
               10  FILLER    PIC X(10) VALUE 'DIRECTION '.
               10  FILLER    PIC X(15) VALUE 'LAST CROSS 1.0 '.
               10  FILLER    PIC X(12) VALUE '  DAYS > 1.0'.
               10  FILLER    PIC X(10) VALUE ' FLAG     '.
      *---------------------------------------------------------------*
           05  RT-DETAIL-LINE.
               10  RDL-STATE            PIC X(02).
               10  FILLER               PIC X(04) VALUE SPACE.
               10  RDL-LATEST-DATE.
                   15  RDL-MONTH        PIC X(02).
                   15  FILLER           PIC X(01) VALUE '/'.
                   15  RDL-DAY          PIC X(02).
                   15  FILLER           PIC X(01) VALUE '/'.
                   15  RDL-YEAR         PIC X(04).
               10  FILLER               PIC X(02) VALUE SPACE.
               10  RDL-WINDOW-CASES     PIC ZZZ,ZZ9.
               10  FILLER               PIC X(04) VALUE SPACE.
               10  RDL-RT               PIC ZZ9.99.
               10  RDL-RT-X REDEFINES RDL-RT
                                        PIC X(06).
               10  FILLER               PIC X(04) VALUE SPACE.
               10  RDL-RT-PRIOR         PIC ZZ9.99.
               10  RDL-RT-PRIOR-X REDEFINES RDL-RT-PRIOR
                                        PIC X(06).
               10  FILLER               PIC X(03) VALUE SPACE.
               10  RDL-DIRECTION        PIC X(08).
               10  FILLER               PIC X(02) VALUE SPACE.
               10  RDL-CROSS-DATE.
                   15  RDL-CR-MONTH     PIC X(02).
                   15  RDL-CR-SLASH-1   PIC X(01) VALUE '/'.
                   15  RDL-CR-DAY       PIC X(02).
                   15  RDL-CR-SLASH-2   PIC X(01) VALUE '/'.
                   15  RDL-CR-YEAR      PIC X(04).
               10  FILLER               PIC X(01) VALUE SPACE.
               10  RDL-CROSS-DIR        PIC X(04).
               10  FILLER               PIC X(03) VALUE SPACE.
               10  RDL-DAYS-ABOVE       PIC ZZ,ZZ9.
               10  FILLER               PIC X(03) VALUE SPACE.
               10  RDL-FLAG             PIC X(10).
               10  FILLER               PIC X(37) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(21) VALUE '** STATES REPORTED : '.
               10  TL1-STATE-COUNT     PIC ZZ9.
               10  FILLER  PIC X(19) VALUE '   RT ABOVE 1.0  : '.
               10  TL1-ABOVE-COUNT     PIC ZZ9.
               10  FILLER  PIC X(19) VALUE '   ALERTS WRITTEN: '.
               10  TL1-ALERT-COUNT     PIC ZZ9.
               10  FILLER  PIC X(19) VALUE '   NO ESTIMATE   : '.
               10  TL1-NO-EST-COUNT    PIC ZZ9.
               10  FILLER              PIC X(42) VALUE SPACE.
       COPY STATEFL.
      *---------------------------------------------------------------*
       01  STATE-RT-TABLE-FIELDS.
      *---------------------------------------------------------------*
      *    SRT-CASE-RING HOLDS THE LAST 28 DAILY INCREASES - ENOUGH
      *    FOR THE LARGEST WINDOW PLUS THE LARGEST SERIAL INTERVAL.
      *    SRT-RT-RING HOLDS THE LAST 14 DAILY ESTIMATES SO THE ONE
      *    BEING OVERWRITTEN IS THE ESTIMATE FROM TWO WEEKS BACK.
           05  STATE-RT-TABLE OCCURS 60 TIMES
                           INDEXED BY SR-INDEX.
               10  SRT-STATE              PIC X(02) VALUE SPACE.
               10  SRT-LATEST-DATE        PIC X(08) VALUE SPACE.
               10  SRT-CASE-RING          PIC 9(06) VALUE ZERO
                                          OCCURS 28 TIMES.
               10  SRT-RING-POS           PIC 9(02) VALUE ZERO.
               10  SRT-DAY-COUNT          PIC 9(02) VALUE ZERO.
               10  SRT-WINDOW-CASES       PIC 9(08) VALUE ZERO.
               10  SRT-RT                 PIC 9(03)V99 VALUE ZERO.
               10  SRT-RT-SET-SW          PIC X(01) VALUE 'N'.
                   88  SRT-RT-SET                   VALUE 'Y'.
               10  SRT-RT-RING            PIC 9(03)V99 VALUE ZERO
                                          OCCURS 14 TIMES.
               10  SRT-RT-POS             PIC 9(02) VALUE ZERO.
               10  SRT-RT-COUNT           PIC 9(02) VALUE ZERO.
               10  SRT-RT-PRIOR           PIC 9(03)V99 VALUE ZERO.
               10  SRT-CROSS-DATE         PIC X(08) VALUE SPACE.
               10  SRT-CROSS-DIR          PIC X(04) VALUE SPACE.
               10  SRT-DAYS-ABOVE         PIC 9(05) VALUE ZERO.
               10  SRT-ABOVE-SINCE        PIC X(08) VALUE SPACE.
           05  STATE-RT-COUNT             PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-CUR-DATE                PIC X(08).
           05  WS-SERIAL                  PIC 9(02) VALUE 5.
           05  WS-WINDOW                  PIC 9(02) VALUE 7.
           05  WS-ALERT-DAYS              PIC 9(03) VALUE 14.
           05  WS-MIN-DAYS                PIC 9(02) VALUE ZERO.
           05  WS-PARM-2-IN               PIC X(02).
           05  WS-PARM-2-IN-N REDEFINES WS-PARM-2-IN
                                          PIC 9(02).
           05  WS-PARM-3-IN               PIC X(03).
           05  WS-PARM-3-IN-N REDEFINES WS-PARM-3-IN
                                          PIC 9(03).
           05  WS-OFFSET                  PIC 9(02).
           05  WS-SLOT                    PIC S9(03).
           05  WS-CUR-SUM                 PIC 9(08).
           05  WS-LAG-SUM                 PIC 9(08).
           05  WS-RT                      PIC 9(03)V99.
           05  WS-RT-ONE                  PIC 9(03)V99 VALUE 1.00.
           05  WS-DIR-TOLERANCE           PIC 9(01)V99 VALUE 0.05.
           05  WS-ABOVE-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-ALERT-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-NO-EST-COUNT            PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  SWITCHES-INDEX-COUNTER-FIELDS.
      *---------------------------------------------------------------*
           05  END-OF-FILE-SW              PIC X(01)  VALUE 'N'.
               88  END-OF-FILE                        VALUE 'Y'.
           05  VALID-RECORD-SW             PIC X(01)  VALUE 'Y'.
               88  VALID-RECORD                       VALUE 'Y'.
           05  WS-RUN-LOG-COUNT            PIC 9(07)  VALUE ZERO.
       COPY PRINTCTL.
       COPY STDHDR.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 8000-READ-ST-HIST-FILE.
           PERFORM 2000-PROCESS-ST-HIST-FILE
               UNTIL END-OF-FILE.
           PERFORM 3000-PRINT-RT-REPORT.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                       TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  ST-HIST-FILE
                OUTPUT PRINT-FILE.
           OPEN EXTEND RUN-LOG-FILE
                       ALERT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE WS-CURRENT-YEAR            TO HL1-YEAR-OUT.
           MOVE WS-CURRENT-MONTH           TO HL1-MONTH-OUT.
           MOVE WS-CURRENT-DAY             TO HL1-DAY-OUT.
           MOVE "COVRTEST"                 TO RL-PROGRAM-ID.
           MOVE "COVRTEST"                 TO SHD-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME            TO RL-START-TIME.
           PERFORM 1050-ACCEPT-PARMS.
      *---------------------------------------------------------------*
       1050-ACCEPT-PARMS.
      *---------------------------------------------------------------*
      *    A PARM THAT IS BLANK, NOT NUMERIC OR OUT OF RANGE KEEPS
      *    ITS DEFAULT.  WINDOW PLUS SERIAL INTERVAL NEVER EXCEEDS
      *    THE 28-DAY CASE RING.
           MOVE SPACE                      TO WS-PARM-2-IN.
           ACCEPT WS-PARM-2-IN.
           IF  WS-PARM-2-IN NUMERIC
           AND WS-PARM-2-IN-N > ZERO
           AND WS-PARM-2-IN-N NOT > 14
               MOVE WS-PARM-2-IN-N         TO WS-SERIAL.
           MOVE SPACE                      TO WS-PARM-2-IN.
           ACCEPT WS-PARM-2-IN.
           IF  WS-PARM-2-IN NUMERIC
           AND WS-PARM-2-IN-N > ZERO
           AND WS-PARM-2-IN-N NOT > 14
               MOVE WS-PARM-2-IN-N         TO WS-WINDOW.
           MOVE SPACE                      TO WS-PARM-3-IN.
           ACCEPT WS-PARM-3-IN.
           IF  WS-PARM-3-IN NUMERIC
           AND WS-PARM-3-IN-N > ZERO
               MOVE WS-PARM-3-IN-N         TO WS-ALERT-DAYS.
           COMPUTE WS-MIN-DAYS = WS-SERIAL + WS-WINDOW.
           MOVE WS-SERIAL                  TO HL1-SERIAL.
           MOVE WS-WINDOW                  TO HL1-WINDOW.
           MOVE WS-ALERT-DAYS              TO HL1-ALERT-DAYS.
      *---------------------------------------------------------------*
       2000-PROCESS-ST-HIST-FILE.
      *---------------------------------------------------------------*
           ADD 1                            TO WS-RUN-LOG-COUNT.
           MOVE STR-YEAR                    TO WS-CUR-DATE(1:4).
           MOVE STR-MONTH                   TO WS-CUR-DATE(5:2).
           MOVE STR-DAY                     TO WS-CUR-DATE(7:2).
           SET SR-INDEX TO 1.
           SEARCH STATE-RT-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN SRT-STATE(SR-INDEX) = STR-STATE
                   PERFORM 2100-UPDATE-STATE-ENTRY
               WHEN SRT-STATE(SR-INDEX) = SPACE
                   ADD 1                    TO STATE-RT-COUNT
                   MOVE STR-STATE           TO SRT-STATE(SR-INDEX)
                   PERFORM 2100-UPDATE-STATE-ENTRY.
           PERFORM 8000-READ-ST-HIST-FILE.
      *---------------------------------------------------------------*
       2100-UPDATE-STATE-ENTRY.
      *---------------------------------------------------------------*
           MOVE WS-CUR-DATE            TO SRT-LATEST-DATE(SR-INDEX).
           ADD 1                       TO SRT-RING-POS(SR-INDEX).
           IF  SRT-RING-POS(SR-INDEX) > 28
               MOVE 1                  TO SRT-RING-POS(SR-INDEX).
           MOVE STR-POSITIVE-INCREASE
               TO SRT-CASE-RING(SR-INDEX, SRT-RING-POS(SR-INDEX)).
           IF  SRT-DAY-COUNT(SR-INDEX) < 28
               ADD 1                   TO SRT-DAY-COUNT(SR-INDEX).
           IF  SRT-DAY-COUNT(SR-INDEX) NOT < WS-MIN-DAYS
               PERFORM 2200-ESTIMATE-RT.
      *---------------------------------------------------------------*
       2200-ESTIMATE-RT.
      *---------------------------------------------------------------*
      *    NO ESTIMATE IS MADE FOR A DAY WHOSE LAGGED WINDOW HAS NO
      *    CASES - THE PRIOR ESTIMATE STANDS.
           MOVE ZERO                   TO WS-CUR-SUM
                                          WS-LAG-SUM.
           PERFORM 2210-SUM-ONE-OFFSET
               VARYING WS-OFFSET FROM 0 BY 1
               UNTIL WS-OFFSET NOT < WS-WINDOW.
           MOVE WS-CUR-SUM             TO SRT-WINDOW-CASES(SR-INDEX).
           IF  WS-LAG-SUM > ZERO
               COMPUTE WS-RT ROUNDED = WS-CUR-SUM / WS-LAG-SUM
                   ON SIZE ERROR
                       MOVE 999.99     TO WS-RT
               END-COMPUTE
               PERFORM 2300-TRACK-RT-MOVE.
      *---------------------------------------------------------------*
       2210-SUM-ONE-OFFSET.
      *---------------------------------------------------------------*
           COMPUTE WS-SLOT = SRT-RING-POS(SR-INDEX) - WS-OFFSET.
           IF  WS-SLOT < 1
               ADD 28                  TO WS-SLOT.
           ADD SRT-CASE-RING(SR-INDEX, WS-SLOT) TO WS-CUR-SUM.
           COMPUTE WS-SLOT =
               SRT-RING-POS(SR-INDEX) - WS-OFFSET - WS-SERIAL.
           IF  WS-SLOT < 1
               ADD 28                  TO WS-SLOT.
           ADD SRT-CASE-RING(SR-INDEX, WS-SLOT) TO WS-LAG-SUM.
      *---------------------------------------------------------------*
       2300-TRACK-RT-MOVE.
      *---------------------------------------------------------------*
           IF  SRT-RT-SET(SR-INDEX)
               IF  WS-RT > WS-RT-ONE
               AND SRT-RT(SR-INDEX) NOT > WS-RT-ONE
                   MOVE WS-CUR-DATE    TO SRT-CROSS-DATE(SR-INDEX)
                   MOVE 'UP'           TO SRT-CROSS-DIR(SR-INDEX)
               ELSE
                   IF  WS-RT NOT > WS-RT-ONE
                   AND SRT-RT(SR-INDEX) > WS-RT-ONE
                       MOVE WS-CUR-DATE
                                       TO SRT-CROSS-DATE(SR-INDEX)
                       MOVE 'DOWN'     TO SRT-CROSS-DIR(SR-INDEX).
           IF  WS-RT > WS-RT-ONE
               IF  SRT-DAYS-ABOVE(SR-INDEX) = ZERO
                   MOVE WS-CUR-DATE    TO SRT-ABOVE-SINCE(SR-INDEX)
               END-IF
               ADD 1                   TO SRT-DAYS-ABOVE(SR-INDEX)
           ELSE
               MOVE ZERO               TO SRT-DAYS-ABOVE(SR-INDEX)
               MOVE SPACE              TO SRT-ABOVE-SINCE(SR-INDEX).
           ADD 1                       TO SRT-RT-POS(SR-INDEX).
           IF  SRT-RT-POS(SR-INDEX) > 14
               MOVE 1                  TO SRT-RT-POS(SR-INDEX).
           IF  SRT-RT-COUNT(SR-INDEX) = 14
               MOVE SRT-RT-RING(SR-INDEX, SRT-RT-POS(SR-INDEX))
                                       TO SRT-RT-PRIOR(SR-INDEX)
           ELSE
               ADD 1                   TO SRT-RT-COUNT(SR-INDEX).
           MOVE WS-RT
               TO SRT-RT-RING(SR-INDEX, SRT-RT-POS(SR-INDEX)).
           MOVE WS-RT                  TO SRT-RT(SR-INDEX).
           MOVE 'Y'                    TO SRT-RT-SET-SW(SR-INDEX).
      *---------------------------------------------------------------*
       3000-PRINT-RT-REPORT.
      *---------------------------------------------------------------*
           SET SR-INDEX TO 1.
           PERFORM 3050-PRINT-ONE-STATE
               UNTIL SR-INDEX > 60
                  OR SRT-STATE(SR-INDEX) = SPACE.
           MOVE STATE-RT-COUNT             TO TL1-STATE-COUNT.
           MOVE WS-ABOVE-COUNT             TO TL1-ABOVE-COUNT.
           MOVE WS-ALERT-COUNT             TO TL1-ALERT-COUNT.
           MOVE WS-NO-EST-COUNT            TO TL1-NO-EST-COUNT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3050-PRINT-ONE-STATE.
      *---------------------------------------------------------------*
           MOVE SRT-STATE(SR-INDEX)        TO RDL-STATE.
           MOVE SRT-LATEST-DATE(SR-INDEX)(5:2) TO RDL-MONTH.
           MOVE SRT-LATEST-DATE(SR-INDEX)(7:2) TO RDL-DAY.
           MOVE SRT-LATEST-DATE(SR-INDEX)(1:4) TO RDL-YEAR.
           MOVE SRT-WINDOW-CASES(SR-INDEX) TO RDL-WINDOW-CASES.
           MOVE SPACE                      TO RDL-FLAG.
           IF  SRT-RT-SET(SR-INDEX)
               MOVE SRT-RT(SR-INDEX)       TO RDL-RT
           ELSE
               ADD 1                       TO WS-NO-EST-COUNT
               MOVE '   N/A'               TO RDL-RT-X
               MOVE 'NO EST'               TO RDL-FLAG.
           IF  SRT-RT-COUNT(SR-INDEX) = 14
               MOVE SRT-RT-PRIOR(SR-INDEX) TO RDL-RT-PRIOR
               PERFORM 3060-SET-DIRECTION
           ELSE
               MOVE '   N/A'               TO RDL-RT-PRIOR-X
               MOVE 'N/A'                  TO RDL-DIRECTION.
           IF  SRT-CROSS-DATE(SR-INDEX) = SPACE
               MOVE SPACE                  TO RDL-CROSS-DATE
               MOVE 'NONE'                 TO RDL-CROSS-DATE(1:4)
               MOVE SPACE                  TO RDL-CROSS-DIR
           ELSE
               MOVE SRT-CROSS-DATE(SR-INDEX)(5:2) TO RDL-CR-MONTH
               MOVE '/'                    TO RDL-CR-SLASH-1
               MOVE SRT-CROSS-DATE(SR-INDEX)(7:2) TO RDL-CR-DAY
               MOVE '/'                    TO RDL-CR-SLASH-2
               MOVE SRT-CROSS-DATE(SR-INDEX)(1:4) TO RDL-CR-YEAR
               MOVE SRT-CROSS-DIR(SR-INDEX) TO RDL-CROSS-DIR.
           MOVE SRT-DAYS-ABOVE(SR-INDEX)   TO RDL-DAYS-ABOVE.
           IF  SRT-RT-SET(SR-INDEX)
           AND SRT-RT(SR-INDEX) > WS-RT-ONE
               ADD 1                       TO WS-ABOVE-COUNT.
           IF  SRT-DAYS-ABOVE(SR-INDEX) NOT < WS-ALERT-DAYS
               MOVE 'ALERT'                TO RDL-FLAG
               ADD 1                       TO WS-ALERT-COUNT
               PERFORM 9500-WRITE-ALERT-LINE.
           MOVE RT-DETAIL-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           SET SR-INDEX UP BY 1.
      *---------------------------------------------------------------*
       3060-SET-DIRECTION.
      *---------------------------------------------------------------*
      *    A MOVE OF LESS THAN THE TOLERANCE EITHER WAY OVER THE TWO
      *    WEEKS IS REPORTED AS FLAT.
           IF  SRT-RT(SR-INDEX) >
                   SRT-RT-PRIOR(SR-INDEX) + WS-DIR-TOLERANCE
               MOVE 'RISING'               TO RDL-DIRECTION
           ELSE
               IF  SRT-RT(SR-INDEX) + WS-DIR-TOLERANCE <
                       SRT-RT-PRIOR(SR-INDEX)
                   MOVE 'FALLING'          TO RDL-DIRECTION
               ELSE
                   MOVE 'FLAT'             TO RDL-DIRECTION.
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
                 PRINT-FILE
                 RUN-LOG-FILE
                 ALERT-FILE.
      *---------------------------------------------------------------*
       9900-TABLE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  STATE TABLE OVERFLOW - COVRTEST         *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF COVRTEST                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME            TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT           TO RL-RECORD-COUNT.
           MOVE "ABEND"                    TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE ST-HIST-FILE
                 PRINT-FILE
                 RUN-LOG-FILE
                 ALERT-FILE.
           MOVE 16                         TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       8000-READ-ST-HIST-FILE.
      *---------------------------------------------------------------*
           READ ST-HIST-FILE NEXT RECORD
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
                   STR-GRADE
           ELSE
               MOVE 'Y' TO END-OF-FILE-SW.
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
       9500-WRITE-ALERT-LINE.
      *---------------------------------------------------------------*
           MOVE "COVRTEST"                 TO AL-PROGRAM-ID.
           MOVE WS-CURRENT-MONTH           TO AL-ALERT-MONTH.
           MOVE WS-CURRENT-DAY             TO AL-ALERT-DAY.
           MOVE WS-CURRENT-YEAR            TO AL-ALERT-YEAR.
           MOVE WS-CURRENT-TIME            TO AL-ALERT-TIME.
           MOVE "COVRTEST - RT SUSTAINED ABOVE 1.0"
                                           TO AL-SUBJECT.
           MOVE SPACE                      TO AL-BODY.
           STRING 'STATE ' SRT-STATE(SR-INDEX)
                  ' RT ' RDL-RT
                  ' ABOVE 1.0 FOR ' RDL-DAYS-ABOVE
                  ' DAYS SINCE ' SRT-ABOVE-SINCE(SR-INDEX)
                  ' AS OF ' SRT-LATEST-DATE(SR-INDEX)
               DELIMITED BY SIZE INTO AL-BODY.
           WRITE ALERT-RECORD.
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
