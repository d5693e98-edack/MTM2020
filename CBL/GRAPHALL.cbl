       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAPHALL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ST-HIST-FILE ASSIGN TO STATEKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STR-HIST-KEY.
           SELECT REGION-XREF-FILE ASSIGN TO REGNXREF.
           SELECT PRINT-FILE    ASSIGN TO PRTFILE.
           SELECT RUN-LOG-FILE  ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
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
       FD  REGION-XREF-FILE
               RECORDING MODE IS F.
       01  REGION-XREF-RECORD.
           05  RX-STATE                PIC X(02).
           05  RX-REGION               PIC X(09).
           05  FILLER                  PIC X(69).
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
               10  FILLER    PIC X(34) VALUE
                   '  ALL STATES - 7-DAY AVG NEW CASES'.
               10  FILLER    PIC X(10) VALUE '  ORDER: '.
               10  HL1-ORDER           PIC X(12).
               10  FILLER              PIC X(10) VALUE SPACE.
               10  HL1-PAGE-COUNT-AREA.
                   15  FILLER          PIC X(04) VALUE SPACE.
                   15  FILLER          PIC X(05) VALUE 'PAGE:'.
                   15  HL1-PAGE-NUM    PIC ZZZZ9.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(09) VALUE ' WINDOW: '.
               10  HL2-FROM-DATE.
                   15  HL2-FROM-MONTH  PIC X(02).
                   15  FILLER          PIC X(01) VALUE '/'.
                   15  HL2-FROM-DAY    PIC X(02).
                   15  FILLER          PIC X(01) VALUE '/'.
                   15  HL2-FROM-YEAR   PIC X(04).
               10  FILLER    PIC X(06) VALUE ' THRU '.
               10  HL2-TO-DATE.
                   15  HL2-TO-MONTH    PIC X(02).
                   15  FILLER          PIC X(01) VALUE '/'.
                   15  HL2-TO-DAY      PIC X(02).
                   15  FILLER          PIC X(01) VALUE '/'.
                   15  HL2-TO-YEAR     PIC X(04).
               10  FILLER    PIC X(40) VALUE
                   '   EACH STATE SCALED TO ITS OWN 60-DAY P'.
               10  FILLER    PIC X(03) VALUE 'EAK'.
      *---------------------------------------------------------------*
           05  HEADING-LINE-3.
               10  FILLER    PIC X(35) VALUE
                   ' * = FULL STEP  . = HALF STEP  ? = '.
               10  FILLER    PIC X(33) VALUE
                   'NO DATA     ^ RISING  V FALLING  '.
               10  FILLER    PIC X(40) VALUE
                   '- FLAT  (7-DAY AVG VS 7 DAYS EARLIER, +/'.
               10  FILLER    PIC X(05) VALUE '- 10%'.
               10  FILLER    PIC X(01) VALUE ')'.
      *---------------------------------------------------------------*
           05  REGION-HEADER-LINE.
               10  FILLER    PIC X(09) VALUE ' REGION: '.
               10  RHL-REGION          PIC X(09).
               10  FILLER              PIC X(114) VALUE SPACE.
      *---------------------------------------------------------------*
      *    TWO CELLS ACROSS - ONE 64-BYTE COLUMN PER STATE.
           05  GRID-PRINT-LINE.
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  GPL-CELL-1          PIC X(64).
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  GPL-CELL-2          PIC X(64).
               10  FILLER              PIC X(01)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  CELL-TITLE-LINE.
               10  CTL-STATE           PIC X(02).
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  CTL-MARKER          PIC X(01).
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  CTL-DIRECTION       PIC X(07).
               10  FILLER    PIC X(11) VALUE '  PEAK 7DA '.
               10  CTL-PEAK            PIC ZZZ,ZZ9.
               10  FILLER    PIC X(06) VALUE '  NOW '.
               10  CTL-NOW             PIC ZZZ,ZZ9.
               10  FILLER              PIC X(21)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  CELL-GRAPH-LINE.
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  FILLER              PIC X(01)  VALUE '|'.
               10  CGL-GRAPH.
                   15  CGL-GRAPH-DATA  PIC X(01) OCCURS 60 TIMES.
               10  FILLER              PIC X(01)  VALUE '|'.
      *---------------------------------------------------------------*
           05  CELL-BASE-LINE.
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  FILLER              PIC X(01)  VALUE '+'.
               10  CBL-GRAPH.
                   15  CBL-GRAPH-DATA  PIC X(01) OCCURS 60 TIMES.
               10  FILLER              PIC X(01)  VALUE SPACE.
           05  CELL-BASE-PATTERN.
               10  FILLER    PIC X(30) VALUE
                   '---------+---------+---------+'.
               10  FILLER    PIC X(30) VALUE
                   '---------+---------+---------+'.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(21) VALUE '** STATES GRAPHED : '.
               10  TL1-STATE-COUNT     PIC ZZ9.
               10  FILLER  PIC X(12) VALUE '   RISING : '.
               10  TL1-RISING-COUNT    PIC ZZ9.
               10  FILLER  PIC X(13) VALUE '   FALLING : '.
               10  TL1-FALLING-COUNT   PIC ZZ9.
               10  FILLER  PIC X(10) VALUE '   FLAT : '.
               10  TL1-FLAT-COUNT      PIC ZZ9.
               10  FILLER  PIC X(14) VALUE '   NO TREND : '.
               10  TL1-NA-COUNT        PIC ZZ9.
               10  FILLER              PIC X(47) VALUE SPACE.
       COPY STATEFL.
      *---------------------------------------------------------------*
       01  REGION-XREF-TABLE-FIELDS.
           05  REGION-XREF-TABLE OCCURS 60 TIMES
                           INDEXED BY RX-INDEX.
               10  RXT-STATE              PIC X(02) VALUE SPACE.
               10  RXT-REGION             PIC X(09) VALUE SPACE.
      *    REGIONS PRINT IN THE ORDER THEY FIRST APPEAR ON REGNXREF.
           05  REGION-ORDER-TABLE OCCURS 10 TIMES
                           INDEXED BY RO-INDEX.
               10  ROT-REGION             PIC X(09) VALUE SPACE.
      *---------------------------------------------------------------*
       01  STATE-GRAPH-TABLE-FIELDS.
      *---------------------------------------------------------------*
      *    SGT-DAY-INT/SGT-DAY-CASES HOLD THE DAILY NEW CASES IN A
      *    66-SLOT RING ADDRESSED BY INTEGER DATE, SO THE 60 GRAPHED
      *    DAYS PLUS THE SIX DAYS AHEAD OF THEM NEEDED FOR THE FIRST
      *    7-DAY AVERAGE ARE ALWAYS ON HAND.  A SLOT WHOSE DATE DOES
      *    NOT MATCH THE DAY ASKED FOR IS A DAY THE STATE DID NOT
      *    REPORT.  SGT-AVG HOLDS THE 60 GRAPHED AVERAGES, OLDEST
      *    FIRST.
           05  STATE-GRAPH-TABLE OCCURS 60 TIMES
                           INDEXED BY SG-INDEX.
               10  SGT-STATE              PIC X(02) VALUE SPACE.
               10  SGT-SORT-KEY.
                   15  SGT-REGION-SEQ     PIC 9(02) VALUE ZERO.
                   15  SGT-SORT-STATE     PIC X(02) VALUE SPACE.
               10  SGT-REGION             PIC X(09) VALUE SPACE.
               10  SGT-PRINTED-SW         PIC X(01) VALUE 'N'.
                   88  SGT-PRINTED                  VALUE 'Y'.
               10  SGT-DAY-INT            PIC 9(07) VALUE ZERO
                                          OCCURS 66 TIMES.
               10  SGT-DAY-CASES          PIC 9(07) VALUE ZERO
                                          OCCURS 66 TIMES.
               10  SGT-AVG                PIC 9(07)V9 VALUE ZERO
                                          OCCURS 60 TIMES.
               10  SGT-AVG-SW             PIC X(01) VALUE 'N'
                                          OCCURS 60 TIMES.
               10  SGT-PEAK               PIC 9(07)V9 VALUE ZERO.
               10  SGT-DIRECTION          PIC X(07) VALUE SPACE.
               10  SGT-MARKER             PIC X(01) VALUE SPACE.
           05  SG-COUNT                   PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  GRID-CELL-FIELDS.
           05  GRID-CELL OCCURS 2 TIMES.
               10  GC-LINE                PIC X(64) OCCURS 7 TIMES.
           05  GC-CELL-COUNT              PIC 9(01) VALUE ZERO.
           05  GC-LINE-SUB                PIC 9(01).
      *---------------------------------------------------------------*
       01  GRAPH-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  WS-ORDER-SW                 PIC X(01)  VALUE 'A'.
               88  ORDER-BY-REGION                    VALUE 'R'.
           05  WS-TO-DATE                  PIC X(08)  VALUE '99999999'.
           05  WS-TO-DATE-NUM REDEFINES WS-TO-DATE
                                           PIC 9(08).
           05  WS-CUR-DATE                 PIC X(08).
           05  WS-CUR-DATE-NUM REDEFINES WS-CUR-DATE
                                           PIC 9(08).
           05  WS-WORK-DATE                PIC 9(08).
           05  WS-WORK-DATE-X REDEFINES WS-WORK-DATE
                                           PIC X(08).
           05  WS-INT-DATE                 PIC 9(07).
           05  WS-END-INT                  PIC 9(07)  VALUE ZERO.
           05  WS-DAY-INT                  PIC 9(07).
           05  WS-QUOTIENT                 PIC 9(07).
           05  WS-SLOT                     PIC 9(03).
           05  WS-DAY-SUB                  PIC 9(03).
           05  WS-LAG                      PIC 9(03).
           05  WS-ROW                      PIC 9(03).
           05  WS-DAY-SUM                  PIC 9(09).
           05  WS-DAY-COUNT                PIC 9(01).
           05  WS-HEIGHT                   PIC 9(02).
           05  WS-PRIOR-AVG                PIC 9(07)V9.
           05  WS-LOOKUP-REGION            PIC X(09).
           05  WS-CURRENT-REGION           PIC X(09)  VALUE SPACE.
           05  WS-BEST-KEY                 PIC X(04).
           05  WS-BEST-SUB                 PIC 9(03).
           05  WS-PRINTED-COUNT            PIC 9(03)  VALUE ZERO.
           05  WS-RISING-COUNT             PIC 9(03)  VALUE ZERO.
           05  WS-FALLING-COUNT            PIC 9(03)  VALUE ZERO.
           05  WS-FLAT-COUNT               PIC 9(03)  VALUE ZERO.
           05  WS-NA-COUNT                 PIC 9(03)  VALUE ZERO.
      *---------------------------------------------------------------*
       01  SWITCHES-INDEX-COUNTER-FIELDS.
      *---------------------------------------------------------------*
           05  END-OF-FILE-SW              PIC X(01)  VALUE 'N'.
               88  END-OF-FILE                        VALUE 'Y'.
           05  VALID-RECORD-SW             PIC X(01)  VALUE 'Y'.
               88  VALID-RECORD                       VALUE 'Y'.
           05  XREF-EOF-SW                 PIC X(01)  VALUE 'N'.
               88  XREF-EOF                           VALUE 'Y'.
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
           IF  WS-END-INT > ZERO
               PERFORM 1200-SET-WINDOW-HEADING
               PERFORM 3000-BUILD-STATE-TREND
                   VARYING SG-INDEX FROM 1 BY 1
                   UNTIL SG-INDEX > SG-COUNT
               PERFORM 3100-PRINT-NEXT-STATE
                   UNTIL WS-PRINTED-COUNT = SG-COUNT
               IF  GC-CELL-COUNT > ZERO
                   PERFORM 3300-PRINT-CELL-ROW.
           MOVE SG-COUNT                   TO TL1-STATE-COUNT.
           MOVE WS-RISING-COUNT            TO TL1-RISING-COUNT.
           MOVE WS-FALLING-COUNT           TO TL1-FALLING-COUNT.
           MOVE WS-FLAT-COUNT              TO TL1-FLAT-COUNT.
           MOVE WS-NA-COUNT                TO TL1-NA-COUNT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                       TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  ST-HIST-FILE
                OUTPUT PRINT-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE WS-CURRENT-YEAR            TO HL1-YEAR-OUT.
           MOVE WS-CURRENT-MONTH           TO HL1-MONTH-OUT.
           MOVE WS-CURRENT-DAY             TO HL1-DAY-OUT.
           MOVE "GRAPHALL"                 TO RL-PROGRAM-ID.
           MOVE "GRAPHALL"                 TO SHD-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME            TO RL-START-TIME.
      *    ORDER A = ALPHABETICAL BY STATE CODE (DEFAULT),
      *          R = BY CENSUS REGION FROM REGNXREF, THEN STATE CODE.
      *    THE GRAPH ENDS ON THE TO-DATE, OR ON THE LATEST DATE ON THE
      *    FILE WHEN NONE IS GIVEN.
           ACCEPT WS-ORDER-SW.
           ACCEPT WS-TO-DATE.
           IF  WS-TO-DATE NOT NUMERIC
               MOVE '99999999'             TO WS-TO-DATE.
           IF  ORDER-BY-REGION
               MOVE 'CENSUS REGN'          TO HL1-ORDER
               PERFORM 1100-LOAD-REGION-XREF
           ELSE
               MOVE 'A'                    TO WS-ORDER-SW
               MOVE 'ALPHABETIC'           TO HL1-ORDER.
           IF  WS-TO-DATE NOT = '99999999'
               PERFORM 1150-POSITION-HISTORY-FILE.
      *---------------------------------------------------------------*
       1100-LOAD-REGION-XREF.
      *---------------------------------------------------------------*
           OPEN INPUT REGION-XREF-FILE.
           PERFORM 8050-READ-REGION-XREF.
           PERFORM 1110-STORE-ONE-XREF
               UNTIL XREF-EOF.
           CLOSE REGION-XREF-FILE.
      *---------------------------------------------------------------*
       1110-STORE-ONE-XREF.
      *---------------------------------------------------------------*
           SET RX-INDEX TO 1.
           SEARCH REGION-XREF-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN RXT-STATE(RX-INDEX) = SPACE
                   MOVE RX-STATE           TO RXT-STATE(RX-INDEX)
                   MOVE RX-REGION          TO RXT-REGION(RX-INDEX).
           SET RO-INDEX TO 1.
           SEARCH REGION-ORDER-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN ROT-REGION(RO-INDEX) = RX-REGION
                   CONTINUE
               WHEN ROT-REGION(RO-INDEX) = SPACE
                   MOVE RX-REGION          TO ROT-REGION(RO-INDEX).
           PERFORM 8050-READ-REGION-XREF.
      *---------------------------------------------------------------*
       1150-POSITION-HISTORY-FILE.
      *---------------------------------------------------------------*
      *    START 70 DAYS AHEAD OF THE TO-DATE - THE 66 DAYS GRAPHED
      *    AND AVERAGED, WITH A LITTLE TO SPARE.
           COMPUTE WS-INT-DATE =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM) - 70.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-INT-DATE).
           MOVE LOW-VALUES                 TO STR-HIST-KEY.
           MOVE WS-WORK-DATE-X             TO SRK-DATE.
           START ST-HIST-FILE
               KEY NOT LESS THAN STR-HIST-KEY
               INVALID KEY
                   MOVE 'Y'                TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       1200-SET-WINDOW-HEADING.
      *---------------------------------------------------------------*
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-END-INT - 59).
           MOVE WS-WORK-DATE-X(5:2)        TO HL2-FROM-MONTH.
           MOVE WS-WORK-DATE-X(7:2)        TO HL2-FROM-DAY.
           MOVE WS-WORK-DATE-X(1:4)        TO HL2-FROM-YEAR.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-END-INT).
           MOVE WS-WORK-DATE-X(5:2)        TO HL2-TO-MONTH.
           MOVE WS-WORK-DATE-X(7:2)        TO HL2-TO-DAY.
           MOVE WS-WORK-DATE-X(1:4)        TO HL2-TO-YEAR.
      *---------------------------------------------------------------*
       2000-PROCESS-ST-HIST-FILE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-RUN-LOG-COUNT.
           MOVE STR-DATE                   TO WS-CUR-DATE.
           IF  WS-CUR-DATE-NUM NUMERIC
           AND STR-STATE NOT = SPACE
               PERFORM 2100-STORE-DAILY-CASES.
           PERFORM 8000-READ-ST-HIST-FILE.
      *---------------------------------------------------------------*
       2100-STORE-DAILY-CASES.
      *---------------------------------------------------------------*
           SET SG-INDEX TO 1.
           SEARCH STATE-GRAPH-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN SGT-STATE(SG-INDEX) = STR-STATE
                   CONTINUE
               WHEN SGT-STATE(SG-INDEX) = SPACE
                   MOVE STR-STATE          TO SGT-STATE(SG-INDEX)
                   ADD 1                   TO SG-COUNT.
           COMPUTE WS-INT-DATE =
               FUNCTION INTEGER-OF-DATE(WS-CUR-DATE-NUM).
           DIVIDE WS-INT-DATE BY 66 GIVING WS-QUOTIENT
               REMAINDER WS-SLOT.
           ADD 1                           TO WS-SLOT.
           MOVE WS-INT-DATE         TO SGT-DAY-INT(SG-INDEX, WS-SLOT).
           MOVE STR-POSITIVE-INCREASE
                                    TO SGT-DAY-CASES(SG-INDEX, WS-SLOT).
           IF  WS-INT-DATE > WS-END-INT
               MOVE WS-INT-DATE            TO WS-END-INT.
      *---------------------------------------------------------------*
       3000-BUILD-STATE-TREND.
      *---------------------------------------------------------------*
           MOVE ZERO                       TO SGT-PEAK(SG-INDEX).
           PERFORM 3010-AVERAGE-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 60.
           PERFORM 3030-SET-DIRECTION.
           MOVE SGT-STATE(SG-INDEX)        TO SGT-SORT-STATE(SG-INDEX).
           IF  ORDER-BY-REGION
               PERFORM 3040-SET-REGION-SEQUENCE.
      *---------------------------------------------------------------*
       3010-AVERAGE-ONE-DAY.
      *---------------------------------------------------------------*
      *    GRAPH DAY 60 IS THE END DATE; EACH AVERAGE COVERS THE DAY
      *    AND THE SIX BEFORE IT, OVER THE DAYS ACTUALLY REPORTED.
           MOVE ZERO                       TO WS-DAY-SUM
                                              WS-DAY-COUNT.
           PERFORM 3020-ADD-ONE-REPORTED-DAY
               VARYING WS-LAG FROM 0 BY 1
               UNTIL WS-LAG > 6.
           IF  WS-DAY-COUNT = ZERO
               MOVE 'N'          TO SGT-AVG-SW(SG-INDEX, WS-DAY-SUB)
               MOVE ZERO         TO SGT-AVG(SG-INDEX, WS-DAY-SUB)
           ELSE
               MOVE 'Y'          TO SGT-AVG-SW(SG-INDEX, WS-DAY-SUB)
               COMPUTE SGT-AVG(SG-INDEX, WS-DAY-SUB) ROUNDED =
                   WS-DAY-SUM / WS-DAY-COUNT
               IF  SGT-AVG(SG-INDEX, WS-DAY-SUB) > SGT-PEAK(SG-INDEX)
                   MOVE SGT-AVG(SG-INDEX, WS-DAY-SUB)
                                           TO SGT-PEAK(SG-INDEX).
      *---------------------------------------------------------------*
       3020-ADD-ONE-REPORTED-DAY.
      *---------------------------------------------------------------*
           COMPUTE WS-DAY-INT = WS-END-INT - 60 + WS-DAY-SUB - WS-LAG.
           DIVIDE WS-DAY-INT BY 66 GIVING WS-QUOTIENT
               REMAINDER WS-SLOT.
           ADD 1                           TO WS-SLOT.
           IF  SGT-DAY-INT(SG-INDEX, WS-SLOT) = WS-DAY-INT
               ADD SGT-DAY-CASES(SG-INDEX, WS-SLOT) TO WS-DAY-SUM
               ADD 1                       TO WS-DAY-COUNT.
      *---------------------------------------------------------------*
       3030-SET-DIRECTION.
      *---------------------------------------------------------------*
      *    LATEST 7-DAY AVERAGE AGAINST THE ONE A WEEK EARLIER; A
      *    CHANGE INSIDE 10 PERCENT EITHER WAY IS FLAT.
           IF  SGT-AVG-SW(SG-INDEX, 60) NOT = 'Y'
           OR  SGT-AVG-SW(SG-INDEX, 53) NOT = 'Y'
               MOVE 'N/A'                  TO SGT-DIRECTION(SG-INDEX)
               MOVE '?'                    TO SGT-MARKER(SG-INDEX)
               ADD 1                       TO WS-NA-COUNT
           ELSE
               MOVE SGT-AVG(SG-INDEX, 53)  TO WS-PRIOR-AVG
               EVALUATE TRUE
                   WHEN SGT-AVG(SG-INDEX, 60) > WS-PRIOR-AVG * 1.10
                       MOVE 'RISING'       TO SGT-DIRECTION(SG-INDEX)
                       MOVE '^'            TO SGT-MARKER(SG-INDEX)
                       ADD 1               TO WS-RISING-COUNT
                   WHEN SGT-AVG(SG-INDEX, 60) < WS-PRIOR-AVG * 0.90
                       MOVE 'FALLING'      TO SGT-DIRECTION(SG-INDEX)
                       MOVE 'V'            TO SGT-MARKER(SG-INDEX)
                       ADD 1               TO WS-FALLING-COUNT
                   WHEN OTHER
                       MOVE 'FLAT'         TO SGT-DIRECTION(SG-INDEX)
                       MOVE '-'            TO SGT-MARKER(SG-INDEX)
                       ADD 1               TO WS-FLAT-COUNT
               END-EVALUATE.
      *---------------------------------------------------------------*
       3040-SET-REGION-SEQUENCE.
      *---------------------------------------------------------------*
      *    STATES MISSING FROM REGNXREF SORT LAST UNDER 'NO REGION'.
           MOVE 'NO REGION'                TO WS-LOOKUP-REGION.
           SET RX-INDEX TO 1.
           SEARCH REGION-XREF-TABLE
               AT END
                   CONTINUE
               WHEN RXT-STATE(RX-INDEX) = SGT-STATE(SG-INDEX)
                   MOVE RXT-REGION(RX-INDEX) TO WS-LOOKUP-REGION.
           MOVE WS-LOOKUP-REGION           TO SGT-REGION(SG-INDEX).
           MOVE 99                         TO SGT-REGION-SEQ(SG-INDEX).
           SET RO-INDEX TO 1.
           SEARCH REGION-ORDER-TABLE
               AT END
                   CONTINUE
               WHEN ROT-REGION(RO-INDEX) = WS-LOOKUP-REGION
                   SET SGT-REGION-SEQ(SG-INDEX) TO RO-INDEX.
      *---------------------------------------------------------------*
       3100-PRINT-NEXT-STATE.
      *---------------------------------------------------------------*
           MOVE HIGH-VALUES                TO WS-BEST-KEY.
           MOVE ZERO                       TO WS-BEST-SUB.
           PERFORM 3110-CHECK-ONE-CANDIDATE
               VARYING SG-INDEX FROM 1 BY 1
               UNTIL SG-INDEX > SG-COUNT.
           SET SG-INDEX                    TO WS-BEST-SUB.
           MOVE 'Y'                        TO SGT-PRINTED-SW(SG-INDEX).
           ADD 1                           TO WS-PRINTED-COUNT.
           IF  ORDER-BY-REGION
           AND SGT-REGION(SG-INDEX) NOT = WS-CURRENT-REGION
               IF  GC-CELL-COUNT > ZERO
                   PERFORM 3300-PRINT-CELL-ROW
               END-IF
               MOVE SGT-REGION(SG-INDEX)   TO WS-CURRENT-REGION
               PERFORM 3150-PRINT-REGION-HEADER.
           ADD 1                           TO GC-CELL-COUNT.
           PERFORM 3200-BUILD-STATE-CELL.
           IF  GC-CELL-COUNT = 2
               PERFORM 3300-PRINT-CELL-ROW.
      *---------------------------------------------------------------*
       3110-CHECK-ONE-CANDIDATE.
      *---------------------------------------------------------------*
           IF  NOT SGT-PRINTED(SG-INDEX)
           AND SGT-SORT-KEY(SG-INDEX) < WS-BEST-KEY
               MOVE SGT-SORT-KEY(SG-INDEX) TO WS-BEST-KEY
               SET WS-BEST-SUB             TO SG-INDEX.
      *---------------------------------------------------------------*
       3150-PRINT-REGION-HEADER.
      *---------------------------------------------------------------*
      *    KEEP THE REGION HEADING ON THE SAME PAGE AS ITS FIRST ROW.
           IF  LINE-COUNT + 10 > LINES-ON-PAGE
               MOVE 999                    TO LINE-COUNT.
           MOVE WS-CURRENT-REGION          TO RHL-REGION.
           MOVE REGION-HEADER-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3200-BUILD-STATE-CELL.
      *---------------------------------------------------------------*
      *    CELL LINE 1 IS THE TITLE, LINES 2-5 THE GRAPH (TOP DOWN),
      *    LINE 6 THE DAY SCALE AND LINE 7 IS LEFT BLANK.
           MOVE SGT-STATE(SG-INDEX)        TO CTL-STATE.
           MOVE SGT-MARKER(SG-INDEX)       TO CTL-MARKER.
           MOVE SGT-DIRECTION(SG-INDEX)    TO CTL-DIRECTION.
           MOVE SGT-PEAK(SG-INDEX)         TO CTL-PEAK.
           MOVE SGT-AVG(SG-INDEX, 60)      TO CTL-NOW.
           MOVE CELL-TITLE-LINE     TO GC-LINE(GC-CELL-COUNT, 1).
           MOVE CELL-BASE-PATTERN          TO CBL-GRAPH.
           PERFORM 3210-PLOT-ONE-GRAPH-ROW
               VARYING WS-ROW FROM 4 BY -1
               UNTIL WS-ROW < 1.
           PERFORM 3230-MARK-MISSING-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 60.
           MOVE CELL-BASE-LINE      TO GC-LINE(GC-CELL-COUNT, 6).
           MOVE SPACE               TO GC-LINE(GC-CELL-COUNT, 7).
      *---------------------------------------------------------------*
       3210-PLOT-ONE-GRAPH-ROW.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO CGL-GRAPH.
           PERFORM 3220-PLOT-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 60.
           COMPUTE GC-LINE-SUB = 6 - WS-ROW.
           MOVE CELL-GRAPH-LINE
                               TO GC-LINE(GC-CELL-COUNT, GC-LINE-SUB).
      *---------------------------------------------------------------*
       3220-PLOT-ONE-DAY.
      *---------------------------------------------------------------*
      *    HEIGHT IS 0-8 HALF STEPS OF THE STATE'S PEAK; ANY CASES AT
      *    ALL SHOW AT LEAST ONE HALF STEP.
           IF  SGT-AVG-SW(SG-INDEX, WS-DAY-SUB) = 'Y'
           AND SGT-PEAK(SG-INDEX) > ZERO
               COMPUTE WS-HEIGHT ROUNDED =
                   SGT-AVG(SG-INDEX, WS-DAY-SUB) * 8
                       / SGT-PEAK(SG-INDEX)
               IF  WS-HEIGHT = ZERO
               AND SGT-AVG(SG-INDEX, WS-DAY-SUB) > ZERO
                   MOVE 1                  TO WS-HEIGHT
               END-IF
               IF  WS-HEIGHT NOT < WS-ROW * 2
                   MOVE '*'         TO CGL-GRAPH-DATA(WS-DAY-SUB)
               ELSE
                   IF  WS-HEIGHT = WS-ROW * 2 - 1
                       MOVE '.'     TO CGL-GRAPH-DATA(WS-DAY-SUB).
      *---------------------------------------------------------------*
       3230-MARK-MISSING-DAY.
      *---------------------------------------------------------------*
           IF  SGT-AVG-SW(SG-INDEX, WS-DAY-SUB) NOT = 'Y'
               MOVE '?'             TO CBL-GRAPH-DATA(WS-DAY-SUB).
      *---------------------------------------------------------------*
       3300-PRINT-CELL-ROW.
      *---------------------------------------------------------------*
           IF  GC-CELL-COUNT < 2
               MOVE SPACE                  TO GRID-CELL(2).
           IF  LINE-COUNT + 7 > LINES-ON-PAGE
               MOVE 999                    TO LINE-COUNT.
           PERFORM 3310-PRINT-ONE-GRID-LINE
               VARYING GC-LINE-SUB FROM 1 BY 1
               UNTIL GC-LINE-SUB > 7.
           MOVE ZERO                       TO GC-CELL-COUNT.
      *---------------------------------------------------------------*
       3310-PRINT-ONE-GRID-LINE.
      *---------------------------------------------------------------*
           MOVE GC-LINE(1, GC-LINE-SUB)    TO GPL-CELL-1.
           MOVE GC-LINE(2, GC-LINE-SUB)    TO GPL-CELL-2.
           MOVE GRID-PRINT-LINE            TO NEXT-REPORT-LINE.
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
                 PRINT-FILE
                 RUN-LOG-FILE.
      *---------------------------------------------------------------*
       9900-TABLE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  STATE/REGION TABLE OVERFLOW - GRAPHALL  *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF GRAPHALL                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME            TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT           TO RL-RECORD-COUNT.
           MOVE "ABEND"                    TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE ST-HIST-FILE
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
           IF  VALID-RECORD
           AND SRK-DATE GREATER THAN WS-TO-DATE
               MOVE 'Y' TO END-OF-FILE-SW
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
       8050-READ-REGION-XREF.
      *---------------------------------------------------------------*
           READ REGION-XREF-FILE
               AT END MOVE 'Y' TO XREF-EOF-SW.
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
           MOVE HEADING-LINE-2             TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE HEADING-LINE-3             TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
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
