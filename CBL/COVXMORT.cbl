       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVXMORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ST-HIST-FILE   ASSIGN TO STATEFL.
           SELECT BASELINE-FILE  ASSIGN TO XMBASE.
           SELECT ACTUAL-FILE    ASSIGN TO XMACTL.
           SELECT RPT-CALENDAR-FILE ASSIGN TO RPTCAL.
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
       FD  BASELINE-FILE
               RECORDING MODE IS F.
           COPY XMBASE.
      *---------------------------------------------------------------*
       FD  ACTUAL-FILE
               RECORDING MODE IS F.
           COPY XMACTL.
      *---------------------------------------------------------------*
       FD  RPT-CALENDAR-FILE
               RECORDING MODE IS F.
           COPY RPTCAL.
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
      *    EXCESS MORTALITY.  ACTUAL WEEKLY ALL-CAUSE DEATHS (XMACTL)
      *    ARE SET AGAINST THE PRE-PANDEMIC BASELINE OF EXPECTED
      *    DEATHS FOR THE SAME STATE AND WEEK OF THE YEAR (XMBASE),
      *    AND THE EXCESS IS SET AGAINST THE COVID DEATHS REPORTED
      *    IN THE STATE HISTORY (STR-DEATH-INCREASE) FOR THE SAME
      *    MONDAY-SUNDAY WEEK.  A WEEK IS MARKED PARTIAL WHEN THE
      *    HISTORY HOLDS FEWER DAYS THAN THE REPORTING CALENDAR
      *    EXPECTS FOR THE STATE, OR THE WEEK RUNS PAST THE BUSINESS
      *    DATE.  THE REPORT WINDOW IS 260 WEEKS FROM THE WEEK OF
      *    THE FROM-DATE PARM (ACCEPT, YYYYMMDD, DEFAULT 20200101).
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
                   '  EXCESS MORTALITY BY STATE/WEEK  '.
               10  FILLER              PIC X(06) VALUE 'FROM: '.
               10  HL1-FROM-DATE       PIC X(08).
               10  FILLER              PIC X(09) VALUE SPACE.
               10  HL1-PAGE-COUNT-AREA.
                   15  FILLER          PIC X(04) VALUE SPACE.
                   15  FILLER          PIC X(05) VALUE 'PAGE:'.
                   15  HL1-PAGE-NUM    PIC ZZZZ9.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(13) VALUE ' WEEK ENDING '.
               10  FILLER    PIC X(05) VALUE 'STATE'.
               10  FILLER    PIC X(11) VALUE '   EXPECTED'.
               10  FILLER    PIC X(11) VALUE '     ACTUAL'.
               10  FILLER    PIC X(13) VALUE '       EXCESS'.
               10  FILLER    PIC X(13) VALUE '   CUM EXCESS'.
               10  FILLER    PIC X(11) VALUE ' COVID DTHS'.
               10  FILLER    PIC X(13) VALUE ' EXCESS-COVID'.
               10  FILLER    PIC X(06) VALUE '  FLAG'.
      *---------------------------------------------------------------*
           05  XM-DETAIL-LINE.
               10  XDL-WEEK-ENDING.
                   15  XDL-MONTH       PIC X(02).
                   15  FILLER          PIC X(01)  VALUE '/'.
                   15  XDL-DAY         PIC X(02).
                   15  FILLER          PIC X(01)  VALUE '/'.
                   15  XDL-YEAR        PIC X(04).
               10  FILLER              PIC X(03)  VALUE SPACE.
               10  XDL-STATE           PIC X(03).
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  XDL-EXPECTED        PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  XDL-ACTUAL          PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  XDL-EXCESS          PIC ZZ,ZZZ,ZZ9-.
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  XDL-CUM-EXCESS      PIC ZZ,ZZZ,ZZ9-.
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  XDL-COVID-DEATHS    PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  XDL-EXCESS-COVID    PIC ZZ,ZZZ,ZZ9-.
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  XDL-FLAG            PIC X(16).
               10  FILLER              PIC X(26)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  EXCEPTION-HEADING-LINE.
               10  FILLER    PIC X(10) VALUE 'SOURCE    '.
               10  FILLER    PIC X(07) VALUE 'STATE  '.
               10  FILLER    PIC X(10) VALUE 'KEY       '.
               10  FILLER    PIC X(30) VALUE 'REASON'.
      *---------------------------------------------------------------*
           05  EXCEPTION-LINE.
               10  EXL-SOURCE          PIC X(08).
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  EXL-STATE           PIC X(02).
               10  FILLER              PIC X(05)  VALUE SPACE.
               10  EXL-KEY             PIC X(08).
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  EXL-REASON          PIC X(30).
               10  FILLER              PIC X(75)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  SECTION-HEADER-LINE.
               10  SHL-TEXT            PIC X(40).
               10  FILLER              PIC X(92) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(24) VALUE '** WEEK LINES PRINTED : '.
               10  TL1-LINE-COUNT      PIC ZZZ,ZZ9.
               10  FILLER  PIC X(23) VALUE '   PARTIAL WEEKS     : '.
               10  TL1-PARTIAL-COUNT   PIC ZZZ,ZZ9.
               10  FILLER  PIC X(23) VALUE '   NO BASELINE WEEKS : '.
               10  TL1-NO-BASE-COUNT   PIC ZZZ,ZZ9.
               10  FILLER              PIC X(41) VALUE SPACE.
           05  TRAILER-2.
               10  FILLER  PIC X(24) VALUE '** BASELINE LOADED    : '.
               10  TL2-BASE-LOADED     PIC ZZZ,ZZ9.
               10  FILLER  PIC X(23) VALUE '   BASELINE REJECTED : '.
               10  TL2-BASE-REJECTED   PIC ZZZ,ZZ9.
               10  FILLER              PIC X(71) VALUE SPACE.
           05  TRAILER-3.
               10  FILLER  PIC X(24) VALUE '** ACTUALS ACCEPTED   : '.
               10  TL3-ACT-ACCEPTED    PIC ZZZ,ZZ9.
               10  FILLER  PIC X(23) VALUE '   ACTUALS REJECTED  : '.
               10  TL3-ACT-REJECTED    PIC ZZZ,ZZ9.
               10  FILLER  PIC X(23) VALUE '   HIST OUT OF WINDOW: '.
               10  TL3-HIST-OUTSIDE    PIC ZZZ,ZZ9.
               10  FILLER              PIC X(41) VALUE SPACE.
           05  TRAILER-4.
               10  FILLER  PIC X(24) VALUE '** USA CUMULATIVE EXCESS'.
               10  FILLER  PIC X(03) VALUE ' : '.
               10  TL4-USA-CUM-EXCESS  PIC ZZ,ZZZ,ZZ9-.
               10  FILLER  PIC X(23) VALUE '   USA COVID DEATHS  : '.
               10  TL4-USA-COVID       PIC ZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(61) VALUE SPACE.
       COPY STATEFL.
      *---------------------------------------------------------------*
       01  STATE-XM-TABLE-FIELDS.
      *---------------------------------------------------------------*
      *    ONE ENTRY PER STATE.  SXT-BASE IS SUBSCRIPTED BY WEEK OF
      *    THE YEAR, SXT-WEEK BY WEEK WITHIN THE REPORT WINDOW.
           05  STATE-XM-TABLE OCCURS 60 TIMES
                           INDEXED BY SX-INDEX.
               10  SXT-STATE              PIC X(02) VALUE SPACE.
               10  SXT-BASE OCCURS 53 TIMES.
                   15  SXT-EXPECTED       PIC 9(06) VALUE ZERO.
                   15  SXT-HAVE-BASE-SW   PIC X(01) VALUE 'N'.
               10  SXT-WEEK OCCURS 260 TIMES.
                   15  SXT-COVID-DEATHS   PIC 9(06) VALUE ZERO.
                   15  SXT-COVID-DAYS     PIC 9(01) VALUE ZERO.
                   15  SXT-ACTUAL         PIC 9(06) VALUE ZERO.
                   15  SXT-HAVE-ACTUAL-SW PIC X(01) VALUE 'N'.
               10  SXT-CUM-EXCESS         PIC S9(08) VALUE ZERO.
           05  STATE-XM-COUNT             PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  USA-XM-TABLE-FIELDS.
           05  USA-XM-TABLE OCCURS 260 TIMES.
               10  UXT-EXPECTED           PIC 9(08) VALUE ZERO.
               10  UXT-ACTUAL             PIC 9(08) VALUE ZERO.
               10  UXT-EXCESS             PIC S9(08) VALUE ZERO.
               10  UXT-COVID-DEATHS       PIC 9(08) VALUE ZERO.
               10  UXT-BASED-COVID        PIC 9(08) VALUE ZERO.
               10  UXT-STATE-COUNT        PIC 9(03) VALUE ZERO.
               10  UXT-PARTIAL-SW         PIC X(01) VALUE 'N'.
               10  UXT-NO-BASE-SW         PIC X(01) VALUE 'N'.
           05  USA-CUM-EXCESS             PIC S9(09) VALUE ZERO.
           05  USA-COVID-TOTAL            PIC 9(09) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-FROM-DATE               PIC X(08) VALUE '20200101'.
           05  WS-FROM-DATE-IN            PIC X(08).
           05  WS-DATE-NUM                PIC 9(08).
           05  WS-DATE-X REDEFINES WS-DATE-NUM
                                          PIC X(08).
           05  WS-DATE-INT                PIC 9(07).
           05  WS-JAN1-NUM                PIC 9(08).
           05  WS-BUS-DATE-INT            PIC 9(07).
           05  WS-BASE-WEEK-NUM           PIC 9(06).
           05  WS-WEEK-NUM                PIC 9(06).
           05  WS-WK                      PIC S9(05).
           05  WS-WOY                     PIC 9(02).
           05  WS-WEEK-START-INT          PIC 9(07).
           05  WS-WEEK-END-INT            PIC 9(07).
           05  WS-DAY-INT                 PIC 9(07).
           05  WS-EXPECTED-DAYS           PIC 9(01).
           05  WS-FIND-STATE              PIC X(02).
           05  WS-EXPECTED                PIC 9(06).
           05  WS-EXCESS                  PIC S9(08).
           05  WS-EXCESS-COVID            PIC S9(08).
           05  WS-REASON                  PIC X(30).
           05  WS-LINE-COUNT              PIC 9(06) VALUE ZERO.
           05  WS-PARTIAL-COUNT           PIC 9(06) VALUE ZERO.
           05  WS-NO-BASE-COUNT           PIC 9(06) VALUE ZERO.
           05  WS-BASE-LOADED             PIC 9(06) VALUE ZERO.
           05  WS-BASE-REJECTED           PIC 9(06) VALUE ZERO.
           05  WS-ACT-ACCEPTED            PIC 9(06) VALUE ZERO.
           05  WS-ACT-REJECTED            PIC 9(06) VALUE ZERO.
           05  WS-HIST-OUTSIDE            PIC 9(06) VALUE ZERO.
      *---------------------------------------------------------------*
       01  SWITCHES-INDEX-COUNTER-FIELDS.
      *---------------------------------------------------------------*
           05  END-OF-FILE-SW              PIC X(01)  VALUE 'N'.
               88  END-OF-FILE                        VALUE 'Y'.
           05  VALID-RECORD-SW             PIC X(01)  VALUE 'Y'.
               88  VALID-RECORD                       VALUE 'Y'.
           05  BASELINE-EOF-SW             PIC X(01)  VALUE 'N'.
               88  BASELINE-EOF                       VALUE 'Y'.
           05  ACTUAL-EOF-SW               PIC X(01)  VALUE 'N'.
               88  ACTUAL-EOF                         VALUE 'Y'.
           05  PARTIAL-WEEK-SW             PIC X(01)  VALUE 'N'.
               88  PARTIAL-WEEK                       VALUE 'Y'.
           05  HAVE-BASE-SW                PIC X(01)  VALUE 'N'.
               88  HAVE-BASE                          VALUE 'Y'.
           05  WS-RUN-LOG-COUNT            PIC 9(07)  VALUE ZERO.
       COPY RPTCALW.
       COPY PRINTCTL.
       COPY STDHDR.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           MOVE 'INTAKE EXCEPTIONS'        TO SHL-TEXT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE SECTION-HEADER-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE EXCEPTION-HEADING-LINE     TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 1100-LOAD-BASELINE.
           PERFORM 1200-LOAD-COVID-DEATHS.
           PERFORM 1300-LOAD-ACTUAL-DEATHS.
           MOVE 'BY-STATE WEEKLY SECTION'  TO SHL-TEXT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE SECTION-HEADER-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 2000-PRINT-STATE-SECTION.
           MOVE 'NATIONAL WEEKLY SECTION'  TO SHL-TEXT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE SECTION-HEADER-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 2500-PRINT-USA-SECTION.
           PERFORM 3000-PRINT-TRAILER-LINES.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                       TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  ST-HIST-FILE
                       BASELINE-FILE
                       ACTUAL-FILE
                OUTPUT PRINT-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE WS-CURRENT-YEAR            TO HL1-YEAR-OUT.
           MOVE WS-CURRENT-MONTH           TO HL1-MONTH-OUT.
           MOVE WS-CURRENT-DAY             TO HL1-DAY-OUT.
           MOVE "COVXMORT"                 TO RL-PROGRAM-ID.
           MOVE "COVXMORT"                 TO SHD-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME            TO RL-START-TIME.
           MOVE WS-CURRENT-DATE            TO WS-DATE-NUM.
           COMPUTE WS-BUS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE SPACE                      TO WS-FROM-DATE-IN.
           ACCEPT WS-FROM-DATE-IN.
           IF  WS-FROM-DATE-IN NUMERIC
           AND WS-FROM-DATE-IN NOT = '00000000'
               MOVE WS-FROM-DATE-IN        TO WS-FROM-DATE.
           MOVE WS-FROM-DATE               TO HL1-FROM-DATE.
           MOVE WS-FROM-DATE               TO WS-DATE-X.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-BASE-WEEK-NUM = (WS-DATE-INT - 1) / 7.
           PERFORM 9640-LOAD-RPT-CALENDAR.
      *---------------------------------------------------------------*
       1100-LOAD-BASELINE.
      *---------------------------------------------------------------*
           PERFORM 1150-READ-BASELINE.
           PERFORM 1110-STORE-BASELINE
               UNTIL BASELINE-EOF.
      *---------------------------------------------------------------*
       1110-STORE-BASELINE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-RUN-LOG-COUNT.
           MOVE SPACE                      TO WS-REASON.
           IF  XB-STATE = SPACE
               MOVE 'STATE MISSING'        TO WS-REASON
           ELSE
               IF  XB-WEEK-OF-YEAR NOT NUMERIC
               OR  XB-WEEK-OF-YEAR < 1
               OR  XB-WEEK-OF-YEAR > 53
                   MOVE 'WEEK OF YEAR NOT 01-53' TO WS-REASON
               ELSE
                   IF  XB-EXPECTED-DEATHS NOT NUMERIC
                       MOVE 'EXPECTED DEATHS NOT NUMERIC'
                                           TO WS-REASON.
           IF  WS-REASON = SPACE
               MOVE XB-STATE               TO WS-FIND-STATE
               PERFORM 1500-FIND-STATE
               MOVE XB-EXPECTED-DEATHS
                   TO SXT-EXPECTED(SX-INDEX, XB-WEEK-OF-YEAR)
               MOVE 'Y'
                   TO SXT-HAVE-BASE-SW(SX-INDEX, XB-WEEK-OF-YEAR)
               ADD 1                       TO WS-BASE-LOADED
           ELSE
               ADD 1                       TO WS-BASE-REJECTED
               MOVE 'BASELINE'             TO EXL-SOURCE
               MOVE XB-STATE               TO EXL-STATE
               MOVE SPACE                  TO EXL-KEY
               MOVE XB-WEEK-OF-YEAR        TO EXL-KEY(1:2)
               PERFORM 1400-PRINT-EXCEPTION.
           PERFORM 1150-READ-BASELINE.
      *---------------------------------------------------------------*
       1150-READ-BASELINE.
      *---------------------------------------------------------------*
           READ BASELINE-FILE
               AT END MOVE 'Y'             TO BASELINE-EOF-SW.
      *---------------------------------------------------------------*
       1200-LOAD-COVID-DEATHS.
      *---------------------------------------------------------------*
           PERFORM 8000-READ-ST-HIST-FILE.
           PERFORM 1210-ACCUMULATE-COVID-DAY
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       1210-ACCUMULATE-COVID-DAY.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-RUN-LOG-COUNT.
           MOVE STR-DATE                   TO WS-DATE-X.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           PERFORM 1550-COMPUTE-WINDOW-WEEK.
           IF  WS-WK < 1
           OR  WS-WK > 260
               ADD 1                       TO WS-HIST-OUTSIDE
           ELSE
               MOVE STR-STATE              TO WS-FIND-STATE
               PERFORM 1500-FIND-STATE
               ADD STR-DEATH-INCREASE
                   TO SXT-COVID-DEATHS(SX-INDEX, WS-WK)
               IF  SXT-COVID-DAYS(SX-INDEX, WS-WK) < 7
                   ADD 1 TO SXT-COVID-DAYS(SX-INDEX, WS-WK).
           PERFORM 8000-READ-ST-HIST-FILE.
      *---------------------------------------------------------------*
       1300-LOAD-ACTUAL-DEATHS.
      *---------------------------------------------------------------*
           PERFORM 1350-READ-ACTUAL.
           PERFORM 1310-EDIT-ACTUAL-RECORD
               UNTIL ACTUAL-EOF.
      *---------------------------------------------------------------*
       1310-EDIT-ACTUAL-RECORD.
      *---------------------------------------------------------------*
      *    DAY 1 OF THE INTEGER CALENDAR IS A MONDAY, SO A SUNDAY IS
      *    AN EXACT MULTIPLE OF SEVEN.
           ADD 1                           TO WS-RUN-LOG-COUNT.
           MOVE SPACE                      TO WS-REASON.
           MOVE ZERO                       TO WS-DATE-INT.
           IF  XA-STATE = SPACE
               MOVE 'STATE MISSING'        TO WS-REASON
           ELSE
               IF  XA-WEEK-ENDING NOT NUMERIC
                   MOVE 'WEEK ENDING NOT A VALID DATE'
                                           TO WS-REASON
               ELSE
                   MOVE XA-WEEK-ENDING-N   TO WS-DATE-NUM
                   PERFORM 1320-EDIT-WEEK-ENDING.
           IF  WS-REASON = SPACE
           AND XA-ALL-CAUSE-DEATHS NOT NUMERIC
               MOVE 'DEATH COUNT NOT NUMERIC' TO WS-REASON.
           IF  WS-REASON = SPACE
               PERFORM 1550-COMPUTE-WINDOW-WEEK
               IF  WS-WK < 1
               OR  WS-WK > 260
                   MOVE 'OUTSIDE REPORT WINDOW' TO WS-REASON
               ELSE
                   MOVE XA-STATE           TO WS-FIND-STATE
                   PERFORM 1500-FIND-STATE
                   IF  SXT-HAVE-ACTUAL-SW(SX-INDEX, WS-WK) = 'Y'
                       MOVE 'DUPLICATE STATE/WEEK' TO WS-REASON.
           IF  WS-REASON = SPACE
               MOVE XA-ALL-CAUSE-DEATHS-N
                   TO SXT-ACTUAL(SX-INDEX, WS-WK)
               MOVE 'Y' TO SXT-HAVE-ACTUAL-SW(SX-INDEX, WS-WK)
               ADD 1                       TO WS-ACT-ACCEPTED
           ELSE
               ADD 1                       TO WS-ACT-REJECTED
               MOVE 'ACTUAL'               TO EXL-SOURCE
               MOVE XA-STATE               TO EXL-STATE
               MOVE XA-WEEK-ENDING         TO EXL-KEY
               PERFORM 1400-PRINT-EXCEPTION.
           PERFORM 1350-READ-ACTUAL.
      *---------------------------------------------------------------*
       1320-EDIT-WEEK-ENDING.
      *---------------------------------------------------------------*
           IF  WS-DATE-X(5:2) < '01'
           OR  WS-DATE-X(5:2) > '12'
           OR  WS-DATE-X(7:2) < '01'
           OR  WS-DATE-X(7:2) > '31'
               MOVE 'WEEK ENDING NOT A VALID DATE' TO WS-REASON
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF  WS-DATE-INT = ZERO
                   MOVE 'WEEK ENDING NOT A VALID DATE'
                                           TO WS-REASON
               ELSE
                   IF  FUNCTION REM(WS-DATE-INT, 7) NOT = ZERO
                       MOVE 'WEEK ENDING NOT A SUNDAY'
                                           TO WS-REASON.
      *---------------------------------------------------------------*
       1350-READ-ACTUAL.
      *---------------------------------------------------------------*
           READ ACTUAL-FILE
               AT END MOVE 'Y'             TO ACTUAL-EOF-SW.
      *---------------------------------------------------------------*
       1400-PRINT-EXCEPTION.
      *---------------------------------------------------------------*
           MOVE WS-REASON                  TO EXL-REASON.
           MOVE EXCEPTION-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       1500-FIND-STATE.
      *---------------------------------------------------------------*
           SET SX-INDEX TO 1.
           SEARCH STATE-XM-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN SXT-STATE(SX-INDEX) = WS-FIND-STATE
                   CONTINUE
               WHEN SXT-STATE(SX-INDEX) = SPACE
                   ADD 1                   TO STATE-XM-COUNT
                   MOVE WS-FIND-STATE      TO SXT-STATE(SX-INDEX).
      *---------------------------------------------------------------*
       1550-COMPUTE-WINDOW-WEEK.
      *---------------------------------------------------------------*
      *    WEEKS RUN MONDAY THROUGH SUNDAY.  WEEK 1 OF THE WINDOW IS
      *    THE WEEK HOLDING THE FROM-DATE.
           COMPUTE WS-WEEK-NUM = (WS-DATE-INT - 1) / 7.
           COMPUTE WS-WK = WS-WEEK-NUM - WS-BASE-WEEK-NUM + 1.
      *---------------------------------------------------------------*
       2000-PRINT-STATE-SECTION.
      *---------------------------------------------------------------*
           SET SX-INDEX TO 1.
           PERFORM 2050-PRINT-ONE-STATE
               UNTIL SX-INDEX > 60
                  OR SXT-STATE(SX-INDEX) = SPACE.
      *---------------------------------------------------------------*
       2050-PRINT-ONE-STATE.
      *---------------------------------------------------------------*
           PERFORM 2100-PRINT-STATE-WEEK
               VARYING WS-WK FROM 1 BY 1
               UNTIL WS-WK > 260.
           SET SX-INDEX UP BY 1.
      *---------------------------------------------------------------*
       2100-PRINT-STATE-WEEK.
      *---------------------------------------------------------------*
           IF  SXT-HAVE-ACTUAL-SW(SX-INDEX, WS-WK) = 'Y'
               PERFORM 2150-COMPUTE-WEEK-DATES
               PERFORM 2300-LOOKUP-BASELINE
               PERFORM 2200-CHECK-PARTIAL-WEEK
               PERFORM 2400-FORMAT-STATE-WEEK.
      *---------------------------------------------------------------*
       2150-COMPUTE-WEEK-DATES.
      *---------------------------------------------------------------*
           COMPUTE WS-WEEK-NUM = WS-BASE-WEEK-NUM + WS-WK - 1.
           COMPUTE WS-WEEK-START-INT = (WS-WEEK-NUM * 7) + 1.
           COMPUTE WS-WEEK-END-INT = (WS-WEEK-NUM * 7) + 7.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-END-INT).
           MOVE WS-DATE-X(5:2)             TO XDL-MONTH.
           MOVE WS-DATE-X(7:2)             TO XDL-DAY.
           MOVE WS-DATE-X(1:4)             TO XDL-YEAR.
      *---------------------------------------------------------------*
       2200-CHECK-PARTIAL-WEEK.
      *---------------------------------------------------------------*
      *    A WEEK IS PARTIAL WHEN IT RUNS PAST THE BUSINESS DATE OR
      *    THE HISTORY HOLDS FEWER DAYS FOR THE STATE THAN THE
      *    REPORTING CALENDAR SAYS IT REPORTS THAT WEEK.
           MOVE 'N'                        TO PARTIAL-WEEK-SW.
           IF  WS-WEEK-END-INT > WS-BUS-DATE-INT
               MOVE 'Y'                    TO PARTIAL-WEEK-SW
           ELSE
               MOVE ZERO                   TO WS-EXPECTED-DAYS
               PERFORM 2210-CHECK-ONE-DAY
                   VARYING WS-DAY-INT FROM WS-WEEK-START-INT BY 1
                   UNTIL WS-DAY-INT > WS-WEEK-END-INT
               IF  SXT-COVID-DAYS(SX-INDEX, WS-WK) < WS-EXPECTED-DAYS
                   MOVE 'Y'                TO PARTIAL-WEEK-SW.
      *---------------------------------------------------------------*
       2210-CHECK-ONE-DAY.
      *---------------------------------------------------------------*
           MOVE SXT-STATE(SX-INDEX)        TO WS-RC-CHECK-STATE.
           MOVE WS-DAY-INT                 TO WS-RC-CHECK-DATE-INT.
           COMPUTE WS-RC-CHECK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           PERFORM 9650-CHECK-REPORTING-DAY.
           IF  WS-REPORTING-DAY
               ADD 1                       TO WS-EXPECTED-DAYS.
      *---------------------------------------------------------------*
       2300-LOOKUP-BASELINE.
      *---------------------------------------------------------------*
      *    A WEEK 53 WITH NO BASELINE OF ITS OWN FALLS BACK TO WEEK 52.
           MOVE WS-DATE-X(1:4)             TO WS-JAN1-NUM(1:4).
           MOVE '0101'                     TO WS-JAN1-NUM(5:4).
           COMPUTE WS-WOY =
               ((WS-WEEK-END-INT
                   - FUNCTION INTEGER-OF-DATE(WS-JAN1-NUM)) / 7) + 1.
           IF  WS-WOY = 53
           AND SXT-HAVE-BASE-SW(SX-INDEX, 53) NOT = 'Y'
               MOVE 52                     TO WS-WOY.
           IF  SXT-HAVE-BASE-SW(SX-INDEX, WS-WOY) = 'Y'
               MOVE 'Y'                    TO HAVE-BASE-SW
               MOVE SXT-EXPECTED(SX-INDEX, WS-WOY) TO WS-EXPECTED
           ELSE
               MOVE 'N'                    TO HAVE-BASE-SW
               MOVE ZERO                   TO WS-EXPECTED.
      *---------------------------------------------------------------*
       2400-FORMAT-STATE-WEEK.
      *---------------------------------------------------------------*
      *    WITH NO BASELINE FOR THE WEEK THERE IS NO EXCESS - THE
      *    WEEK IS LISTED BUT LEFT OUT OF THE CUMULATIVE FIGURES AND
      *    OUT OF THE NATIONAL EXCESS-COVID COMPARISON.
           MOVE SXT-STATE(SX-INDEX)        TO XDL-STATE.
           MOVE SXT-ACTUAL(SX-INDEX, WS-WK) TO XDL-ACTUAL.
           MOVE SXT-COVID-DEATHS(SX-INDEX, WS-WK) TO XDL-COVID-DEATHS.
           MOVE WS-EXPECTED                TO XDL-EXPECTED.
           IF  HAVE-BASE
               COMPUTE WS-EXCESS =
                   SXT-ACTUAL(SX-INDEX, WS-WK) - WS-EXPECTED
               ADD WS-EXCESS               TO SXT-CUM-EXCESS(SX-INDEX)
               ADD WS-EXPECTED             TO UXT-EXPECTED(WS-WK)
               ADD WS-EXCESS               TO UXT-EXCESS(WS-WK)
               ADD SXT-COVID-DEATHS(SX-INDEX, WS-WK)
                                           TO UXT-BASED-COVID(WS-WK)
               COMPUTE WS-EXCESS-COVID =
                   WS-EXCESS - SXT-COVID-DEATHS(SX-INDEX, WS-WK)
           ELSE
               MOVE ZERO                   TO WS-EXCESS
                                              WS-EXCESS-COVID
               MOVE 'Y'                    TO UXT-NO-BASE-SW(WS-WK)
               ADD 1                       TO WS-NO-BASE-COUNT.
           MOVE WS-EXCESS                  TO XDL-EXCESS.
           MOVE SXT-CUM-EXCESS(SX-INDEX)   TO XDL-CUM-EXCESS.
           MOVE WS-EXCESS-COVID            TO XDL-EXCESS-COVID.
           ADD SXT-ACTUAL(SX-INDEX, WS-WK) TO UXT-ACTUAL(WS-WK).
           ADD SXT-COVID-DEATHS(SX-INDEX, WS-WK)
                                           TO UXT-COVID-DEATHS(WS-WK).
           ADD 1                           TO UXT-STATE-COUNT(WS-WK).
           IF  PARTIAL-WEEK
               MOVE 'Y'                    TO UXT-PARTIAL-SW(WS-WK)
               ADD 1                       TO WS-PARTIAL-COUNT.
           EVALUATE TRUE
               WHEN PARTIAL-WEEK AND NOT HAVE-BASE
                   MOVE 'PARTIAL NO BASE'  TO XDL-FLAG
               WHEN PARTIAL-WEEK
                   MOVE 'PARTIAL WEEK'     TO XDL-FLAG
               WHEN NOT HAVE-BASE
                   MOVE 'NO BASELINE'      TO XDL-FLAG
               WHEN OTHER
                   MOVE SPACE              TO XDL-FLAG
           END-EVALUATE.
           MOVE XM-DETAIL-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           ADD 1                           TO WS-LINE-COUNT.
      *---------------------------------------------------------------*
       2500-PRINT-USA-SECTION.
      *---------------------------------------------------------------*
           PERFORM 2550-PRINT-USA-WEEK
               VARYING WS-WK FROM 1 BY 1
               UNTIL WS-WK > 260.
      *---------------------------------------------------------------*
       2550-PRINT-USA-WEEK.
      *---------------------------------------------------------------*
      *    THE NATIONAL WEEK IS PARTIAL OR SHORT OF BASELINE WHEN ANY
      *    STATE IN IT IS.
           IF  UXT-STATE-COUNT(WS-WK) > ZERO
               PERFORM 2150-COMPUTE-WEEK-DATES
               MOVE 'USA'                  TO XDL-STATE
               MOVE UXT-EXPECTED(WS-WK)    TO XDL-EXPECTED
               MOVE UXT-ACTUAL(WS-WK)      TO XDL-ACTUAL
               MOVE UXT-EXCESS(WS-WK)      TO XDL-EXCESS
               ADD UXT-EXCESS(WS-WK)       TO USA-CUM-EXCESS
               MOVE USA-CUM-EXCESS         TO XDL-CUM-EXCESS
               MOVE UXT-COVID-DEATHS(WS-WK) TO XDL-COVID-DEATHS
               ADD UXT-COVID-DEATHS(WS-WK) TO USA-COVID-TOTAL
               COMPUTE WS-EXCESS-COVID =
                   UXT-EXCESS(WS-WK) - UXT-BASED-COVID(WS-WK)
               MOVE WS-EXCESS-COVID        TO XDL-EXCESS-COVID
               MOVE SPACE                  TO XDL-FLAG
               IF  UXT-PARTIAL-SW(WS-WK) = 'Y'
                   MOVE 'PARTIAL WEEK'     TO XDL-FLAG
               END-IF
               IF  UXT-NO-BASE-SW(WS-WK) = 'Y'
                   IF  UXT-PARTIAL-SW(WS-WK) = 'Y'
                       MOVE 'PARTIAL NO BASE' TO XDL-FLAG
                   ELSE
                       MOVE 'INCOMPLETE BASE' TO XDL-FLAG
                   END-IF
               END-IF
               MOVE XM-DETAIL-LINE         TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               ADD 1                       TO WS-LINE-COUNT.
      *---------------------------------------------------------------*
       3000-PRINT-TRAILER-LINES.
      *---------------------------------------------------------------*
           MOVE WS-LINE-COUNT              TO TL1-LINE-COUNT.
           MOVE WS-PARTIAL-COUNT           TO TL1-PARTIAL-COUNT.
           MOVE WS-NO-BASE-COUNT           TO TL1-NO-BASE-COUNT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-BASE-LOADED             TO TL2-BASE-LOADED.
           MOVE WS-BASE-REJECTED           TO TL2-BASE-REJECTED.
           MOVE TRAILER-2                  TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-ACT-ACCEPTED            TO TL3-ACT-ACCEPTED.
           MOVE WS-ACT-REJECTED            TO TL3-ACT-REJECTED.
           MOVE WS-HIST-OUTSIDE            TO TL3-HIST-OUTSIDE.
           MOVE TRAILER-3                  TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE USA-CUM-EXCESS             TO TL4-USA-CUM-EXCESS.
           MOVE USA-COVID-TOTAL            TO TL4-USA-COVID.
           MOVE TRAILER-4                  TO NEXT-REPORT-LINE.
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
                 BASELINE-FILE
                 ACTUAL-FILE
                 PRINT-FILE
                 RUN-LOG-FILE.
      *---------------------------------------------------------------*
       9900-TABLE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  STATE TABLE OVERFLOW - COVXMORT         *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF COVXMORT                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME            TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT           TO RL-RECORD-COUNT.
           MOVE "ABEND"                    TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE ST-HIST-FILE
                 BASELINE-FILE
                 ACTUAL-FILE
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
      *---------------------------------------------------------------*
       COPY RPTCALR.
