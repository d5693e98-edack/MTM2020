       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVPUBX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ST-HIST-FILE ASSIGN TO STATEKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STR-HIST-KEY.
           SELECT PUB-PARM-FILE     ASSIGN TO PUBPARM.
           SELECT PUB-EXTRACT-FILE  ASSIGN TO PUBEXTR.
           SELECT XMIT-MANIFEST-FILE ASSIGN TO XMITMANF.
           SELECT PRINT-FILE        ASSIGN TO PRTFILE.
           SELECT RUN-LOG-FILE      ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL.
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
      *    DISCLOSURE RULES FOR THE PUBLICATION.  A MISSING OR
      *    NON-NUMERIC THRESHOLD DEFAULTS TO 10; COMPLEMENTARY
      *    SUPPRESSION IS ON UNLESS THE SWITCH IS 'N'.  THE DATE RANGE
      *    DEFAULTS TO ALL HISTORY THROUGH THE BUSINESS DATE.
       FD  PUB-PARM-FILE
               RECORDING MODE IS F.
       01  PUB-PARM-RECORD.
           05  PP-THRESHOLD            PIC 9(05).
           05  PP-FROM-DATE            PIC X(08).
           05  PP-TO-DATE              PIC X(08).
           05  PP-COMPLEMENT-SW        PIC X(01).
           05  FILLER                  PIC X(58).
      *---------------------------------------------------------------*
       FD  PUB-EXTRACT-FILE
               RECORDING MODE IS F.
           COPY COVPUB.
      *---------------------------------------------------------------*
       FD  XMIT-MANIFEST-FILE
               RECORDING MODE IS F.
           COPY XMITMANF.
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
                   '  OPEN-DATA PUBLICATION SUPPRESSION LOG '.
               10  FILLER    PIC X(13) VALUE '  THRESHOLD: '.
               10  HL1-THRESHOLD       PIC ZZ,ZZ9.
               10  FILLER    PIC X(15) VALUE '  COMPLEMENTS: '.
               10  HL1-COMPLEMENT-SW   PIC X(01).
               10  FILLER              PIC X(06) VALUE SPACE.
               10  HL1-PAGE-COUNT-AREA.
                   15  FILLER          PIC X(04) VALUE SPACE.
                   15  FILLER          PIC X(05) VALUE 'PAGE:'.
                   15  HL1-PAGE-NUM    PIC ZZZZ9.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(18) VALUE ' WEEK ENDING   ST '.
               10  FILLER    PIC X(18) VALUE ' MEASURE          '.
               10  FILLER    PIC X(14) VALUE '  VALUE HELD  '.
               10  FILLER    PIC X(08) VALUE 'REASON  '.
      *---------------------------------------------------------------*
           05  WITHHELD-DETAIL-LINE.
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  WDL-WEEK-ENDING.
                   15  WDL-MONTH       PIC X(02).
                   15  FILLER          PIC X(01)  VALUE '/'.
                   15  WDL-DAY         PIC X(02).
                   15  FILLER          PIC X(01)  VALUE '/'.
                   15  WDL-YEAR        PIC X(04).
               10  FILLER              PIC X(04)  VALUE SPACE.
               10  WDL-STATE           PIC X(02).
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  WDL-MEASURE         PIC X(16).
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  WDL-VALUE           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(03)  VALUE SPACE.
               10  WDL-REASON          PIC X(40).
               10  FILLER              PIC X(41)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(24) VALUE '** WEEKS PUBLISHED    : '.
               10  TL1-WEEK-COUNT      PIC ZZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   DETAIL RECORDS     : '.
               10  TL1-DETAIL-COUNT    PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(68) VALUE SPACE.
           05  TRAILER-2.
               10  FILLER  PIC X(24) VALUE '** SMALL COUNTS HELD  : '.
               10  TL2-PRIMARY-COUNT   PIC ZZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   COMPLEMENTS HELD   : '.
               10  TL2-COMPLEMENT-COUNT
                                       PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(68) VALUE SPACE.
       COPY STATEFL.
      *---------------------------------------------------------------*
       01  MEASURE-NAME-VALUES.
           05  FILLER              PIC X(16) VALUE 'NEW CASES'.
           05  FILLER              PIC X(16) VALUE 'NEW DEATHS'.
           05  FILLER              PIC X(16) VALUE 'NEW HOSPITALIZED'.
           05  FILLER              PIC X(16) VALUE 'NEW TESTS'.
       01  MEASURE-NAME-TABLE REDEFINES MEASURE-NAME-VALUES.
           05  MNT-NAME                PIC X(16) OCCURS 4 TIMES.
      *---------------------------------------------------------------*
       01  PUB-WEEK-TABLE-FIELDS.
      *---------------------------------------------------------------*
      *    ONE WEEK AT A TIME - STATEKSD IS IN DATE/STATE KEY ORDER, SO
      *    A WEEK IS COMPLETE AS SOON AS A LATER WEEK IS READ.  THE
      *    MEASURES ARE 1 CASES, 2 DEATHS, 3 HOSPITALIZED, 4 TESTS.
           05  PUB-WEEK-TABLE OCCURS 60 TIMES
                           INDEXED BY PW-INDEX.
               10  PWT-STATE              PIC X(02).
               10  PWT-MEASURE OCCURS 4 TIMES.
                   15  PWT-VALUE          PIC 9(09).
                   15  PWT-FLAG           PIC X(01).
           05  PW-COUNT                   PIC 9(03) VALUE ZERO.
           05  PWU-MEASURE OCCURS 4 TIMES.
               10  PWU-VALUE              PIC 9(09).
               10  PWU-FLAG               PIC X(01).
      *---------------------------------------------------------------*
       01  PUB-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  WS-THRESHOLD                PIC 9(05)  VALUE 10.
           05  WS-COMPLEMENT-SW            PIC X(01)  VALUE 'Y'.
               88  COMPLEMENT-SUPPRESSION             VALUE 'Y'.
           05  WS-FROM-DATE                PIC X(08)  VALUE '00000000'.
           05  WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE
                                           PIC 9(08).
           05  WS-TO-DATE                  PIC X(08).
           05  WS-TO-DATE-NUM REDEFINES WS-TO-DATE
                                           PIC 9(08).
           05  WS-CUR-DATE                 PIC X(08).
           05  WS-CUR-DATE-NUM REDEFINES WS-CUR-DATE
                                           PIC 9(08).
           05  WS-CUR-DATE-INT             PIC 9(07).
           05  WS-FROM-INT                 PIC 9(07)  VALUE ZERO.
           05  WS-LAST-WEEK-INT            PIC 9(07).
           05  WS-WEEK-END-INT             PIC 9(07).
           05  WS-OPEN-WEEK-INT            PIC 9(07)  VALUE ZERO.
           05  WS-FIRST-WEEK-INT           PIC 9(07)  VALUE ZERO.
           05  WS-WEEK-END-NUM             PIC 9(08).
           05  WS-WEEK-END-X REDEFINES WS-WEEK-END-NUM
                                           PIC X(08).
           05  WS-QUOTIENT                 PIC 9(07).
           05  WS-DAY-OF-WEEK              PIC 9(01).
           05  WS-MEAS                     PIC 9(01).
           05  WS-PRIMARY-IN-WEEK          PIC 9(03).
           05  WS-PROTECTED-STATE          PIC X(02).
           05  WS-BEST-SUB                 PIC 9(03).
           05  WS-BEST-VALUE               PIC 9(09).
           05  WS-LOG-STATE                PIC X(02).
           05  WS-LOG-VALUE                PIC 9(09).
           05  WS-HEADER-WRITTEN-SW        PIC X(01)  VALUE 'N'.
               88  HEADER-WRITTEN                     VALUE 'Y'.
      *---------------------------------------------------------------*
       01  PUB-COUNTERS.
           05  WS-WEEK-COUNT               PIC 9(05)  VALUE ZERO.
           05  WS-DETAIL-COUNT             PIC 9(07)  VALUE ZERO.
           05  WS-WITHHELD-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-PRIMARY-COUNT            PIC 9(07)  VALUE ZERO.
           05  WS-COMPLEMENT-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-PUB-HASH                 PIC 9(15)  VALUE ZERO.
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
           IF  WS-OPEN-WEEK-INT > ZERO
               PERFORM 3000-CLOSE-WEEK.
           IF  NOT HEADER-WRITTEN
               PERFORM 3050-WRITE-HEADER-RECORD.
           PERFORM 3800-WRITE-TRAILER-RECORD.
           PERFORM 3850-PRINT-LOG-TOTALS.
           PERFORM 3950-WRITE-MANIFEST.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                       TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  ST-HIST-FILE
                OUTPUT PUB-EXTRACT-FILE
                       PRINT-FILE.
           OPEN EXTEND RUN-LOG-FILE
                       XMIT-MANIFEST-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE WS-CURRENT-YEAR            TO HL1-YEAR-OUT.
           MOVE WS-CURRENT-MONTH           TO HL1-MONTH-OUT.
           MOVE WS-CURRENT-DAY             TO HL1-DAY-OUT.
           MOVE "COVPUBX"                  TO RL-PROGRAM-ID.
           MOVE "COVPUBX"                  TO SHD-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME            TO RL-START-TIME.
           MOVE WS-CURRENT-DATE            TO WS-TO-DATE.
           INITIALIZE PUB-WEEK-TABLE-FIELDS.
           PERFORM 1050-READ-PUBLICATION-PARM.
           MOVE WS-THRESHOLD               TO HL1-THRESHOLD.
           MOVE WS-COMPLEMENT-SW           TO HL1-COMPLEMENT-SW.
           PERFORM 1100-SET-PUBLICATION-WINDOW.
      *---------------------------------------------------------------*
       1050-READ-PUBLICATION-PARM.
      *---------------------------------------------------------------*
           OPEN INPUT PUB-PARM-FILE.
           MOVE SPACE                      TO PUB-PARM-RECORD.
           READ PUB-PARM-FILE
               AT END CONTINUE.
           IF  PP-THRESHOLD NUMERIC
               MOVE PP-THRESHOLD           TO WS-THRESHOLD.
           IF  PP-COMPLEMENT-SW = 'N'
               MOVE 'N'                    TO WS-COMPLEMENT-SW.
           IF  PP-FROM-DATE NUMERIC
               MOVE PP-FROM-DATE           TO WS-FROM-DATE.
           IF  PP-TO-DATE NUMERIC
           AND PP-TO-DATE NOT = '00000000'
               MOVE PP-TO-DATE             TO WS-TO-DATE.
           CLOSE PUB-PARM-FILE.
      *---------------------------------------------------------------*
       1100-SET-PUBLICATION-WINDOW.
      *---------------------------------------------------------------*
      *    DAY 1 OF THE INTEGER CALENDAR IS A MONDAY, SO A SUNDAY'S
      *    INTEGER DATE IS A MULTIPLE OF 7.  THE LAST WEEK PUBLISHED
      *    ENDS ON THE LAST SUNDAY ON OR BEFORE THE TO-DATE; THE FIRST
      *    IS THE FIRST WEEK STARTING ON OR AFTER THE FROM-DATE.
           COMPUTE WS-CUR-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM).
           DIVIDE WS-CUR-DATE-INT BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-DAY-OF-WEEK.
           COMPUTE WS-LAST-WEEK-INT = WS-CUR-DATE-INT - WS-DAY-OF-WEEK.
           IF  WS-FROM-DATE NOT = '00000000'
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
               PERFORM 1150-POSITION-HISTORY-FILE.
      *---------------------------------------------------------------*
       1150-POSITION-HISTORY-FILE.
      *---------------------------------------------------------------*
           MOVE LOW-VALUES                 TO STR-HIST-KEY.
           MOVE WS-FROM-DATE               TO SRK-DATE.
           START ST-HIST-FILE
               KEY NOT LESS THAN STR-HIST-KEY
               INVALID KEY
                   MOVE 'Y'                TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       2000-PROCESS-ST-HIST-FILE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-RUN-LOG-COUNT.
           MOVE STR-DATE                   TO WS-CUR-DATE.
           IF  WS-CUR-DATE-NUM NUMERIC
           AND STR-STATE NOT = SPACE
               PERFORM 2050-COMPUTE-WEEK-ENDING
               IF  WS-WEEK-END-INT > WS-LAST-WEEK-INT
                   MOVE 'Y'                TO END-OF-FILE-SW
               ELSE
                   IF  WS-WEEK-END-INT - 6 NOT < WS-FROM-INT
                       PERFORM 2100-ADD-STATE-DAY.
           IF  NOT END-OF-FILE
               PERFORM 8000-READ-ST-HIST-FILE.
      *---------------------------------------------------------------*
       2050-COMPUTE-WEEK-ENDING.
      *---------------------------------------------------------------*
           COMPUTE WS-CUR-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CUR-DATE-NUM).
           DIVIDE WS-CUR-DATE-INT BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-DAY-OF-WEEK.
           IF  WS-DAY-OF-WEEK = ZERO
               MOVE WS-CUR-DATE-INT        TO WS-WEEK-END-INT
           ELSE
               COMPUTE WS-WEEK-END-INT =
                   WS-CUR-DATE-INT + 7 - WS-DAY-OF-WEEK.
      *---------------------------------------------------------------*
       2100-ADD-STATE-DAY.
      *---------------------------------------------------------------*
           IF  WS-WEEK-END-INT NOT = WS-OPEN-WEEK-INT
               IF  WS-OPEN-WEEK-INT > ZERO
                   PERFORM 3000-CLOSE-WEEK
               END-IF
               MOVE WS-WEEK-END-INT        TO WS-OPEN-WEEK-INT.
           SET PW-INDEX TO 1.
           SEARCH PUB-WEEK-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN PW-INDEX > PW-COUNT
                   ADD 1                   TO PW-COUNT
                   MOVE STR-STATE          TO PWT-STATE(PW-INDEX)
               WHEN PWT-STATE(PW-INDEX) = STR-STATE
                   CONTINUE.
           ADD STR-POSITIVE-INCREASE       TO PWT-VALUE(PW-INDEX, 1).
           ADD STR-DEATH-INCREASE          TO PWT-VALUE(PW-INDEX, 2).
           ADD STR-HOSPITAL-INCREASE       TO PWT-VALUE(PW-INDEX, 3).
           ADD STR-TOT-TEST-INCREASE       TO PWT-VALUE(PW-INDEX, 4).
      *---------------------------------------------------------------*
       3000-CLOSE-WEEK.
      *---------------------------------------------------------------*
           IF  NOT HEADER-WRITTEN
               MOVE WS-OPEN-WEEK-INT       TO WS-FIRST-WEEK-INT
               PERFORM 3050-WRITE-HEADER-RECORD.
           COMPUTE WS-WEEK-END-NUM =
               FUNCTION DATE-OF-INTEGER(WS-OPEN-WEEK-INT).
           PERFORM 3010-ADD-STATE-TO-NATION
               VARYING PW-INDEX FROM 1 BY 1
               UNTIL PW-INDEX > PW-COUNT.
           PERFORM 3100-SMALL-COUNT-ONE-STATE
               VARYING PW-INDEX FROM 1 BY 1
               UNTIL PW-INDEX > PW-COUNT.
           MOVE 'US'                       TO WS-LOG-STATE.
           PERFORM 3120-SMALL-COUNT-NATION
               VARYING WS-MEAS FROM 1 BY 1
               UNTIL WS-MEAS > 4.
           IF  COMPLEMENT-SUPPRESSION
               PERFORM 3200-COMPLEMENT-ONE-MEASURE
                   VARYING WS-MEAS FROM 1 BY 1
                   UNTIL WS-MEAS > 4.
           PERFORM 3300-WRITE-STATE-DETAIL
               VARYING PW-INDEX FROM 1 BY 1
               UNTIL PW-INDEX > PW-COUNT.
           PERFORM 3350-WRITE-NATION-DETAIL.
           ADD 1                           TO WS-WEEK-COUNT.
           INITIALIZE PUB-WEEK-TABLE-FIELDS.
      *---------------------------------------------------------------*
       3010-ADD-STATE-TO-NATION.
      *---------------------------------------------------------------*
           ADD PWT-VALUE(PW-INDEX, 1)      TO PWU-VALUE(1).
           ADD PWT-VALUE(PW-INDEX, 2)      TO PWU-VALUE(2).
           ADD PWT-VALUE(PW-INDEX, 3)      TO PWU-VALUE(3).
           ADD PWT-VALUE(PW-INDEX, 4)      TO PWU-VALUE(4).
      *---------------------------------------------------------------*
       3050-WRITE-HEADER-RECORD.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO COV-PUBLICATION-RECORD.
           MOVE 'H'                        TO PUB-RECORD-TYPE.
           MOVE 'COVPUBX'                  TO PUB-HDR-FILE-ID.
           MOVE WS-CURRENT-DATE            TO PUB-HDR-BUSINESS-DATE.
           MOVE ZERO                       TO PUB-HDR-FIRST-WEEK.
           IF  WS-FIRST-WEEK-INT > ZERO
               COMPUTE PUB-HDR-FIRST-WEEK =
                   FUNCTION DATE-OF-INTEGER(WS-FIRST-WEEK-INT).
           COMPUTE PUB-HDR-LAST-WEEK =
               FUNCTION DATE-OF-INTEGER(WS-LAST-WEEK-INT).
           MOVE WS-THRESHOLD               TO PUB-HDR-THRESHOLD.
           WRITE COV-PUBLICATION-RECORD.
           MOVE 'Y'                        TO WS-HEADER-WRITTEN-SW.
      *---------------------------------------------------------------*
       3100-SMALL-COUNT-ONE-STATE.
      *---------------------------------------------------------------*
           MOVE PWT-STATE(PW-INDEX)        TO WS-LOG-STATE.
           PERFORM 3110-SMALL-COUNT-ONE-MEASURE
               VARYING WS-MEAS FROM 1 BY 1
               UNTIL WS-MEAS > 4.
      *---------------------------------------------------------------*
       3110-SMALL-COUNT-ONE-MEASURE.
      *---------------------------------------------------------------*
           IF  PWT-VALUE(PW-INDEX, WS-MEAS) > ZERO
           AND PWT-VALUE(PW-INDEX, WS-MEAS) NOT > WS-THRESHOLD
               MOVE 'S'                TO PWT-FLAG(PW-INDEX, WS-MEAS)
               MOVE PWT-VALUE(PW-INDEX, WS-MEAS) TO WS-LOG-VALUE
               PERFORM 3150-LOG-SMALL-COUNT.
      *---------------------------------------------------------------*
       3120-SMALL-COUNT-NATION.
      *---------------------------------------------------------------*
           IF  PWU-VALUE(WS-MEAS) > ZERO
           AND PWU-VALUE(WS-MEAS) NOT > WS-THRESHOLD
               MOVE 'S'                    TO PWU-FLAG(WS-MEAS)
               MOVE PWU-VALUE(WS-MEAS)     TO WS-LOG-VALUE
               PERFORM 3150-LOG-SMALL-COUNT.
      *---------------------------------------------------------------*
       3150-LOG-SMALL-COUNT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-PRIMARY-COUNT.
           MOVE SPACE                      TO WDL-REASON.
           STRING 'SMALL COUNT - 1 TO ' WS-THRESHOLD
               DELIMITED BY SIZE INTO WDL-REASON.
           PERFORM 3400-PRINT-WITHHELD-LINE.
      *---------------------------------------------------------------*
       3200-COMPLEMENT-ONE-MEASURE.
      *---------------------------------------------------------------*
      *    THE NATIONAL TOTAL IS PUBLISHED, SO A LONE SMALL COUNT IN A
      *    WEEK COULD BE RECOVERED AS THE TOTAL LESS EVERY OTHER STATE.
      *    THE SMALLEST NON-ZERO PUBLISHED STATE VALUE IS WITHHELD WITH
      *    IT (A ZERO IF THERE IS NO OTHER); WITH NO OTHER STATE AT ALL
      *    THE NATIONAL TOTAL IS WITHHELD INSTEAD.
           MOVE ZERO                       TO WS-PRIMARY-IN-WEEK.
           PERFORM 3210-COUNT-ONE-SMALL-COUNT
               VARYING PW-INDEX FROM 1 BY 1
               UNTIL PW-INDEX > PW-COUNT.
           IF  WS-PRIMARY-IN-WEEK = 1
           AND PWU-FLAG(WS-MEAS) = SPACE
               MOVE ZERO                   TO WS-BEST-SUB
               MOVE 999999999              TO WS-BEST-VALUE
               PERFORM 3220-CHECK-NONZERO-CANDIDATE
                   VARYING PW-INDEX FROM 1 BY 1
                   UNTIL PW-INDEX > PW-COUNT
               IF  WS-BEST-SUB = ZERO
                   PERFORM 3230-CHECK-ZERO-CANDIDATE
                       VARYING PW-INDEX FROM 1 BY 1
                       UNTIL PW-INDEX > PW-COUNT
               END-IF
               PERFORM 3250-WITHHOLD-COMPLEMENT.
      *---------------------------------------------------------------*
       3210-COUNT-ONE-SMALL-COUNT.
      *---------------------------------------------------------------*
           IF  PWT-FLAG(PW-INDEX, WS-MEAS) = 'S'
               ADD 1                       TO WS-PRIMARY-IN-WEEK
               MOVE PWT-STATE(PW-INDEX)    TO WS-PROTECTED-STATE.
      *---------------------------------------------------------------*
       3220-CHECK-NONZERO-CANDIDATE.
      *---------------------------------------------------------------*
           IF  PWT-FLAG(PW-INDEX, WS-MEAS) = SPACE
           AND PWT-VALUE(PW-INDEX, WS-MEAS) > ZERO
           AND PWT-VALUE(PW-INDEX, WS-MEAS) < WS-BEST-VALUE
               MOVE PWT-VALUE(PW-INDEX, WS-MEAS) TO WS-BEST-VALUE
               SET WS-BEST-SUB             TO PW-INDEX.
      *---------------------------------------------------------------*
       3230-CHECK-ZERO-CANDIDATE.
      *---------------------------------------------------------------*
           IF  PWT-FLAG(PW-INDEX, WS-MEAS) = SPACE
           AND WS-BEST-SUB = ZERO
               MOVE ZERO                   TO WS-BEST-VALUE
               SET WS-BEST-SUB             TO PW-INDEX.
      *---------------------------------------------------------------*
       3250-WITHHOLD-COMPLEMENT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-COMPLEMENT-COUNT.
           IF  WS-BEST-SUB = ZERO
               MOVE 'C'                    TO PWU-FLAG(WS-MEAS)
               MOVE 'US'                   TO WS-LOG-STATE
               MOVE PWU-VALUE(WS-MEAS)     TO WS-LOG-VALUE
           ELSE
               SET PW-INDEX                TO WS-BEST-SUB
               MOVE 'C'                TO PWT-FLAG(PW-INDEX, WS-MEAS)
               MOVE PWT-STATE(PW-INDEX)    TO WS-LOG-STATE
               MOVE PWT-VALUE(PW-INDEX, WS-MEAS) TO WS-LOG-VALUE.
           MOVE SPACE                      TO WDL-REASON.
           STRING 'COMPLEMENTARY - PROTECTS ' WS-PROTECTED-STATE
               DELIMITED BY SIZE INTO WDL-REASON.
           PERFORM 3400-PRINT-WITHHELD-LINE.
      *---------------------------------------------------------------*
       3300-WRITE-STATE-DETAIL.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO COV-PUBLICATION-RECORD.
           MOVE 'D'                        TO PUB-RECORD-TYPE.
           MOVE PWT-STATE(PW-INDEX)        TO PUB-STATE.
           MOVE WS-WEEK-END-NUM            TO PUB-WEEK-ENDING.
           PERFORM 3310-MOVE-STATE-MEASURE
               VARYING WS-MEAS FROM 1 BY 1
               UNTIL WS-MEAS > 4.
           WRITE COV-PUBLICATION-RECORD.
           ADD 1                           TO WS-DETAIL-COUNT.
      *---------------------------------------------------------------*
       3310-MOVE-STATE-MEASURE.
      *---------------------------------------------------------------*
           MOVE PWT-FLAG(PW-INDEX, WS-MEAS) TO PUB-FLAG(WS-MEAS).
           IF  PWT-FLAG(PW-INDEX, WS-MEAS) = SPACE
               MOVE PWT-VALUE(PW-INDEX, WS-MEAS)
                                            TO PUB-VALUE(WS-MEAS)
               ADD PWT-VALUE(PW-INDEX, WS-MEAS) TO WS-PUB-HASH
           ELSE
               MOVE ZERO                    TO PUB-VALUE(WS-MEAS)
               ADD 1                        TO WS-WITHHELD-COUNT.
      *---------------------------------------------------------------*
       3350-WRITE-NATION-DETAIL.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO COV-PUBLICATION-RECORD.
           MOVE 'D'                        TO PUB-RECORD-TYPE.
           MOVE 'US'                       TO PUB-STATE.
           MOVE WS-WEEK-END-NUM            TO PUB-WEEK-ENDING.
           PERFORM 3360-MOVE-NATION-MEASURE
               VARYING WS-MEAS FROM 1 BY 1
               UNTIL WS-MEAS > 4.
           WRITE COV-PUBLICATION-RECORD.
           ADD 1                           TO WS-DETAIL-COUNT.
      *---------------------------------------------------------------*
       3360-MOVE-NATION-MEASURE.
      *---------------------------------------------------------------*
           MOVE PWU-FLAG(WS-MEAS)          TO PUB-FLAG(WS-MEAS).
           IF  PWU-FLAG(WS-MEAS) = SPACE
               MOVE PWU-VALUE(WS-MEAS)     TO PUB-VALUE(WS-MEAS)
               ADD PWU-VALUE(WS-MEAS)      TO WS-PUB-HASH
           ELSE
               MOVE ZERO                   TO PUB-VALUE(WS-MEAS)
               ADD 1                       TO WS-WITHHELD-COUNT.
      *---------------------------------------------------------------*
       3400-PRINT-WITHHELD-LINE.
      *---------------------------------------------------------------*
           MOVE WS-WEEK-END-X(5:2)         TO WDL-MONTH.
           MOVE WS-WEEK-END-X(7:2)         TO WDL-DAY.
           MOVE WS-WEEK-END-X(1:4)         TO WDL-YEAR.
           MOVE WS-LOG-STATE               TO WDL-STATE.
           MOVE MNT-NAME(WS-MEAS)          TO WDL-MEASURE.
           MOVE WS-LOG-VALUE               TO WDL-VALUE.
           MOVE WITHHELD-DETAIL-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3800-WRITE-TRAILER-RECORD.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO COV-PUBLICATION-RECORD.
           MOVE 'T'                        TO PUB-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT            TO PUB-TRL-DETAIL-COUNT.
           MOVE WS-WITHHELD-COUNT          TO PUB-TRL-WITHHELD-COUNT.
           MOVE WS-PUB-HASH                TO PUB-TRL-HASH-TOTAL.
           WRITE COV-PUBLICATION-RECORD.
      *---------------------------------------------------------------*
       3850-PRINT-LOG-TOTALS.
      *---------------------------------------------------------------*
           IF  WS-WITHHELD-COUNT = ZERO
               MOVE ' ** NO VALUES WITHHELD'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-WEEK-COUNT              TO TL1-WEEK-COUNT.
           MOVE WS-DETAIL-COUNT            TO TL1-DETAIL-COUNT.
           MOVE WS-PRIMARY-COUNT           TO TL2-PRIMARY-COUNT.
           MOVE WS-COMPLEMENT-COUNT        TO TL2-COMPLEMENT-COUNT.
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
       3950-WRITE-MANIFEST.
      *---------------------------------------------------------------*
      *    PROOF OF DISPATCH FOR THE PUBLICATION: DETAIL COUNT AND THE
      *    SUM OF PUBLISHED VALUES GO ON THE TRANSMISSION MANIFEST SO
      *    XMITMTCH CAN PAIR THEM WITH THE PARTNER ACKNOWLEDGMENTS.
           MOVE SPACE                      TO XMIT-MANIFEST-RECORD.
           MOVE 'COVPUBX'                  TO MF-FILE-ID.
           MOVE 'S'                        TO MF-DIRECTION.
           MOVE RL-RUN-DATE                TO MF-BUSINESS-DATE.
           MOVE WS-DETAIL-COUNT            TO MF-RECORD-COUNT.
           MOVE WS-PUB-HASH                TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
      *---------------------------------------------------------------*
       4000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE ST-HIST-FILE
                 PUB-EXTRACT-FILE
                 XMIT-MANIFEST-FILE
                 PRINT-FILE
                 RUN-LOG-FILE.
           DISPLAY 'COVPUBX - WEEKS PUBLISHED  : ' WS-WEEK-COUNT.
           DISPLAY 'COVPUBX - DETAIL RECORDS   : ' WS-DETAIL-COUNT.
           DISPLAY 'COVPUBX - VALUES WITHHELD  : ' WS-WITHHELD-COUNT.
      *---------------------------------------------------------------*
       9900-TABLE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  STATE TABLE OVERFLOW - COVPUBX          *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF COVPUBX                  *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME            TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT           TO RL-RECORD-COUNT.
           MOVE "ABEND"                    TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE ST-HIST-FILE
                 PUB-EXTRACT-FILE
                 XMIT-MANIFEST-FILE
                 PRINT-FILE
                 RUN-LOG-FILE.
           MOVE 16                         TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       8000-READ-ST-HIST-FILE.
      *---------------------------------------------------------------*
           IF  END-OF-FILE
               MOVE 'N' TO VALID-RECORD-SW
           ELSE
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
                   STR-GRADE.
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
