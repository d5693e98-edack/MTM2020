       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVQUERY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ST-HIST-FILE ASSIGN TO STATEKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STR-HIST-KEY.
           SELECT QUERY-PARM-FILE   ASSIGN TO QRYPARM.
           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK.
           SELECT PRINT-FILE        ASSIGN TO PRTFILE.
           SELECT CSV-FILE          ASSIGN TO CSVFILE.
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
      *    QUERY CARDS - CARD TYPE IN COLUMNS 1-3, DATA FROM COLUMN 5.
      *    AN * IN COLUMN 1 IS A COMMENT CARD.  FIELD NAMES ARE THE
      *    STATEDIC NAMES (THE STATEFL DATA NAME LESS ITS STR- PREFIX).
      *      SEL  FIELD                    LIST THIS FIELD (UP TO 7)
      *      WHR  CONN FIELD OP VALUE      CONDITION (UP TO 10) -
      *           CONN (COLS 5-7) IS BLANK ON THE FIRST CONDITION,
      *           THEN AND OR OR; FIELD COLS 9-28; OP COLS 30-31 IS
      *           EQ NE GT GE LT LE; VALUE COLS 33-52.  AND BINDS
      *           TIGHTER THAN OR.
      *      STA  ST ST ST ...             STATE LIST (UP TO 60)
      *      DTE  FROMDATE TODATE          YYYYMMDD, COLS 5-12 14-21
      *      SRT  FIELD A/D                SORT FIELD, ORDER IN COL 26
      *      OUT  P/C/B                    PRINT, CSV OR BOTH
       FD  QUERY-PARM-FILE
               RECORDING MODE IS F.
       01  QUERY-CARD.
           05  QC-CARD-TYPE            PIC X(03).
           05  FILLER                  PIC X(01).
           05  QC-CARD-DATA            PIC X(76).
           05  QC-SEL-DATA REDEFINES QC-CARD-DATA.
               10  QC-SEL-FIELD        PIC X(20).
               10  FILLER              PIC X(56).
           05  QC-WHR-DATA REDEFINES QC-CARD-DATA.
               10  QC-WHR-CONNECT      PIC X(03).
               10  FILLER              PIC X(01).
               10  QC-WHR-FIELD        PIC X(20).
               10  FILLER              PIC X(01).
               10  QC-WHR-OPERATOR     PIC X(02).
                   88  QC-VALID-OPERATOR  VALUE 'EQ' 'NE' 'GT'
                                                'GE' 'LT' 'LE'.
               10  FILLER              PIC X(01).
               10  QC-WHR-VALUE        PIC X(20).
               10  FILLER              PIC X(28).
           05  QC-STA-DATA REDEFINES QC-CARD-DATA.
               10  QC-STA-ENTRY OCCURS 25 TIMES.
                   15  QC-STA-CODE     PIC X(02).
                   15  FILLER          PIC X(01).
               10  FILLER              PIC X(01).
           05  QC-DTE-DATA REDEFINES QC-CARD-DATA.
               10  QC-DTE-FROM         PIC X(08).
               10  FILLER              PIC X(01).
               10  QC-DTE-TO           PIC X(08).
               10  FILLER              PIC X(59).
           05  QC-SRT-DATA REDEFINES QC-CARD-DATA.
               10  QC-SRT-FIELD        PIC X(20).
               10  FILLER              PIC X(01).
               10  QC-SRT-ORDER        PIC X(01).
               10  FILLER              PIC X(54).
           05  QC-OUT-DATA REDEFINES QC-CARD-DATA.
               10  QC-OUT-SELECTION    PIC X(01).
               10  FILLER              PIC X(75).
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-SORT-KEY             PIC X(35).
           05  SW-SORT-NUM REDEFINES SW-SORT-KEY.
               10  SW-SORT-NUM-VALUE   PIC 9(09).
               10  FILLER              PIC X(26).
           05  SW-DATE                 PIC X(08).
           05  SW-STATE                PIC X(02).
           05  SW-HIST-RECORD          PIC X(300).
      *---------------------------------------------------------------*
       FD  PRINT-FILE
               RECORDING MODE F.
       01  PRINT-RECORD.
      *    05  CC                      PIC X(01).
           05  PRINT-LINE              PIC X(132).
      *---------------------------------------------------------------*
       FD  CSV-FILE
               RECORDING MODE IS F.
       01  CSV-RECORD                  PIC X(300).
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
                   '    AD HOC STATE HISTORY QUERY          '.
               10  FILLER    PIC X(07) VALUE 'DATES: '.
               10  HL1-FROM-DATE       PIC X(08).
               10  FILLER    PIC X(04) VALUE ' TO '.
               10  HL1-TO-DATE         PIC X(08).
               10  FILLER              PIC X(16) VALUE SPACE.
               10  HL1-PAGE-COUNT-AREA.
                   15  FILLER          PIC X(04) VALUE SPACE.
                   15  FILLER          PIC X(05) VALUE 'PAGE:'.
                   15  HL1-PAGE-NUM    PIC ZZZZ9.
      *---------------------------------------------------------------*
      *    SELECTED FIELD NAMES ARE STAGGERED OVER TWO HEADING LINES -
      *    ODD COLUMNS ON THE FIRST, EVEN ON THE SECOND - SO A FULL
      *    20-CHARACTER NAME FITS OVER A 14-CHARACTER COLUMN.
           05  HEADING-LINE-2.
               10  FILLER    PIC X(17) VALUE ' DATE       ST   '.
               10  HL2-FIELD-NAMES     PIC X(115) VALUE SPACE.
           05  HEADING-LINE-3.
               10  FILLER              PIC X(17) VALUE SPACE.
               10  HL3-FIELD-NAMES     PIC X(115) VALUE SPACE.
      *---------------------------------------------------------------*
           05  QUERY-DETAIL-LINE.
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  QDL-DATE.
                   15  QDL-MONTH       PIC X(02).
                   15  FILLER          PIC X(01)  VALUE '/'.
                   15  QDL-DAY         PIC X(02).
                   15  FILLER          PIC X(01)  VALUE '/'.
                   15  QDL-YEAR        PIC X(04).
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  QDL-STATE           PIC X(02).
               10  FILLER              PIC X(03)  VALUE SPACE.
               10  QDL-COLUMN OCCURS 7 TIMES.
                   15  QDL-COLUMN-VALUE PIC X(13).
                   15  FILLER          PIC X(01).
               10  FILLER              PIC X(17)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  QUERY-CARD-LINE.
               10  FILLER    PIC X(14) VALUE ' QUERY CARD : '.
               10  QCL-CARD-IMAGE      PIC X(80).
               10  FILLER              PIC X(38)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(24) VALUE '** RECORDS READ       : '.
               10  TL1-READ-COUNT      PIC Z,ZZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   RECORDS SELECTED   : '.
               10  TL1-SELECT-COUNT    PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(66) VALUE SPACE.
       COPY STATEFL.
       COPY STATEDIC.
      *---------------------------------------------------------------*
       01  QUERY-CARD-TABLE-FIELDS.
      *---------------------------------------------------------------*
           05  QCT-COUNT                  PIC 9(02) VALUE ZERO.
           05  QCT-CARD-IMAGE OCCURS 40 TIMES
                                          PIC X(80).
           05  QS-COUNT                   PIC 9(02) VALUE ZERO.
           05  QS-DICT-SUB OCCURS 7 TIMES PIC 9(03).
           05  QW-COUNT                   PIC 9(02) VALUE ZERO.
           05  QW-ENTRY OCCURS 10 TIMES
                           INDEXED BY QW-INDEX.
               10  QW-CONNECT             PIC X(03).
               10  QW-DICT-SUB            PIC 9(03).
               10  QW-OPERATOR            PIC X(02).
               10  QW-NUM-VALUE           PIC 9(09).
               10  QW-ALPHA-VALUE         PIC X(35).
           05  QST-COUNT                  PIC 9(02) VALUE ZERO.
           05  QST-STATE OCCURS 60 TIMES
                           INDEXED BY QST-INDEX
                                          PIC X(02).
           05  QSRT-DICT-SUB              PIC 9(03) VALUE ZERO.
           05  QSRT-ORDER                 PIC X(01) VALUE 'A'.
               88  SORT-DESCENDING                  VALUE 'D'.
      *---------------------------------------------------------------*
       01  QUERY-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  WS-FROM-DATE               PIC X(08) VALUE '00000000'.
           05  WS-TO-DATE                 PIC X(08) VALUE '99999999'.
           05  WS-HIST-IMAGE              PIC X(300).
           05  WS-CARD-ERROR              PIC X(40).
           05  WS-CARD-ERROR-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-LOOKUP-NAME             PIC X(20).
           05  WS-DICT-SUB                PIC 9(03).
           05  WS-VALUE-SUB               PIC 9(03).
           05  WS-VALUE-TEXT              PIC X(20).
           05  WS-VALUE-LENGTH            PIC 9(02).
           05  WS-FIELD-OFFSET            PIC 9(03).
           05  WS-FIELD-LENGTH            PIC 9(02).
           05  WS-FIELD-NUM               PIC 9(09).
           05  WS-FIELD-ALPHA             PIC X(35).
           05  WS-EDIT-NUM                PIC ZZZ,ZZZ,ZZ9.
           05  WS-CSV-NUM                 PIC Z(8)9.
           05  WS-CSV-POINTER             PIC 9(03).
           05  WS-COLUMN                  PIC 9(02).
           05  WS-HEADING-POS             PIC 9(03).
           05  WS-STA-SUB                 PIC 9(02).
           05  WS-COMPARE-SW              PIC X(01).
               88  COMPARE-LOW                       VALUE 'L'.
               88  COMPARE-EQUAL                     VALUE 'E'.
               88  COMPARE-HIGH                      VALUE 'G'.
           05  WS-READ-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-SELECT-COUNT            PIC 9(07) VALUE ZERO.
      *---------------------------------------------------------------*
       01  SWITCHES-INDEX-COUNTER-FIELDS.
      *---------------------------------------------------------------*
           05  END-OF-FILE-SW              PIC X(01)  VALUE 'N'.
               88  END-OF-FILE                        VALUE 'Y'.
           05  VALID-RECORD-SW             PIC X(01)  VALUE 'Y'.
               88  VALID-RECORD                       VALUE 'Y'.
           05  PARM-EOF-SW                 PIC X(01)  VALUE 'N'.
               88  PARM-EOF                           VALUE 'Y'.
           05  SORT-OUT-EOF-SW             PIC X(01)  VALUE 'N'.
               88  SORT-OUT-EOF                       VALUE 'Y'.
           05  WS-FIELD-FOUND-SW           PIC X(01).
               88  FIELD-FOUND                        VALUE 'Y'.
           05  WS-RECORD-SELECTED-SW       PIC X(01).
               88  RECORD-SELECTED                    VALUE 'Y'.
           05  WS-GROUP-TRUE-SW            PIC X(01).
               88  GROUP-TRUE                         VALUE 'Y'.
           05  WS-CONDITION-TRUE-SW        PIC X(01).
               88  CONDITION-TRUE                     VALUE 'Y'.
           05  WS-RUN-LOG-COUNT            PIC 9(07)  VALUE ZERO.
       COPY PRINTCTL.
       COPY STDHDR.
       COPY OUTSEL.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 2800-PRINT-QUERY-CARDS.
           PERFORM 2900-WRITE-CSV-HEADER.
           IF  SORT-DESCENDING
               SORT SORT-WORK-FILE
                   ON DESCENDING KEY SW-SORT-KEY
                   ON ASCENDING KEY SW-DATE
                                    SW-STATE
                   INPUT  PROCEDURE IS 2000-SELECT-HISTORY
                   OUTPUT PROCEDURE IS 2600-LIST-SELECTED
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-SORT-KEY
                                    SW-DATE
                                    SW-STATE
                   INPUT  PROCEDURE IS 2000-SELECT-HISTORY
                   OUTPUT PROCEDURE IS 2600-LIST-SELECTED.
           PERFORM 3000-PRINT-TOTAL-LINES.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                       TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN OUTPUT PRINT-FILE
                       CSV-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE WS-CURRENT-YEAR            TO HL1-YEAR-OUT.
           MOVE WS-CURRENT-MONTH           TO HL1-MONTH-OUT.
           MOVE WS-CURRENT-DAY             TO HL1-DAY-OUT.
           MOVE "COVQUERY"                 TO RL-PROGRAM-ID.
           MOVE "COVQUERY"                 TO SHD-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME            TO RL-START-TIME.
           PERFORM 1100-LOAD-QUERY-CARDS.
           IF  WS-CARD-ERROR-COUNT > ZERO
               PERFORM 9700-PARM-ERROR.
           MOVE WS-FROM-DATE               TO HL1-FROM-DATE.
           MOVE WS-TO-DATE                 TO HL1-TO-DATE.
           PERFORM 1900-BUILD-COLUMN-HEADINGS
               VARYING WS-COLUMN FROM 1 BY 1
               UNTIL WS-COLUMN > QS-COUNT.
           OPEN INPUT ST-HIST-FILE.
           PERFORM 1950-POSITION-HISTORY-FILE.
      *---------------------------------------------------------------*
       1100-LOAD-QUERY-CARDS.
      *---------------------------------------------------------------*
      *    EVERY CARD IS EDITED AGAINST THE DATA DICTIONARY BEFORE THE
      *    HISTORY FILE IS OPENED - ONE BAD CARD REJECTS THE WHOLE RUN.
           OPEN INPUT QUERY-PARM-FILE.
           PERFORM 8200-READ-QUERY-CARD.
           PERFORM 1110-EDIT-ONE-CARD
               UNTIL PARM-EOF.
           CLOSE QUERY-PARM-FILE.
      *---------------------------------------------------------------*
       1110-EDIT-ONE-CARD.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO WS-CARD-ERROR.
           IF  QC-CARD-TYPE(1:1) NOT = '*'
           AND QUERY-CARD NOT = SPACE
               EVALUATE QC-CARD-TYPE
                   WHEN 'SEL'
                       PERFORM 1200-EDIT-SELECT-CARD
                   WHEN 'WHR'
                       PERFORM 1300-EDIT-CONDITION-CARD
                   WHEN 'STA'
                       PERFORM 1400-EDIT-STATE-CARD
                   WHEN 'DTE'
                       PERFORM 1500-EDIT-DATE-CARD
                   WHEN 'SRT'
                       PERFORM 1600-EDIT-SORT-CARD
                   WHEN 'OUT'
                       PERFORM 1700-EDIT-OUTPUT-CARD
                   WHEN OTHER
                       MOVE 'UNKNOWN CARD TYPE' TO WS-CARD-ERROR
               END-EVALUATE
               IF  WS-CARD-ERROR = SPACE
               AND QCT-COUNT < 40
                   ADD 1                   TO QCT-COUNT
                   MOVE QUERY-CARD         TO QCT-CARD-IMAGE(QCT-COUNT)
               END-IF.
           IF  WS-CARD-ERROR NOT = SPACE
               ADD 1                       TO WS-CARD-ERROR-COUNT
               DISPLAY 'COVQUERY - CARD REJECTED  : ' QUERY-CARD
               DISPLAY 'COVQUERY -        REASON  : ' WS-CARD-ERROR.
           PERFORM 8200-READ-QUERY-CARD.
      *---------------------------------------------------------------*
       1200-EDIT-SELECT-CARD.
      *---------------------------------------------------------------*
           MOVE QC-SEL-FIELD               TO WS-LOOKUP-NAME.
           PERFORM 1800-FIND-DICTIONARY-FIELD.
           IF  NOT FIELD-FOUND
               MOVE 'FIELD NOT IN DATA DICTIONARY'
                                           TO WS-CARD-ERROR
           ELSE
               IF  QS-COUNT NOT < 7
                   MOVE 'MORE THAN 7 SELECT FIELDS'
                                           TO WS-CARD-ERROR
               ELSE
                   ADD 1                   TO QS-COUNT
                   MOVE WS-DICT-SUB        TO QS-DICT-SUB(QS-COUNT).
      *---------------------------------------------------------------*
       1300-EDIT-CONDITION-CARD.
      *---------------------------------------------------------------*
           IF  QW-COUNT NOT < 10
               MOVE 'MORE THAN 10 CONDITIONS'
                                           TO WS-CARD-ERROR.
           IF  WS-CARD-ERROR = SPACE
               IF  QW-COUNT = ZERO
                   IF  QC-WHR-CONNECT NOT = SPACE
                       MOVE 'FIRST CONDITION TAKES NO AND/OR'
                                           TO WS-CARD-ERROR
                   END-IF
               ELSE
                   IF  QC-WHR-CONNECT NOT = 'AND'
                   AND QC-WHR-CONNECT NOT = 'OR '
                       MOVE 'CONNECTOR MUST BE AND OR OR'
                                           TO WS-CARD-ERROR.
           IF  WS-CARD-ERROR = SPACE
               MOVE QC-WHR-FIELD           TO WS-LOOKUP-NAME
               PERFORM 1800-FIND-DICTIONARY-FIELD
               IF  NOT FIELD-FOUND
                   MOVE 'FIELD NOT IN DATA DICTIONARY'
                                           TO WS-CARD-ERROR.
           IF  WS-CARD-ERROR = SPACE
           AND NOT QC-VALID-OPERATOR
               MOVE 'OPERATOR MUST BE EQ NE GT GE LT LE'
                                           TO WS-CARD-ERROR.
           IF  WS-CARD-ERROR = SPACE
               PERFORM 1310-EDIT-CONDITION-VALUE.
      *---------------------------------------------------------------*
       1310-EDIT-CONDITION-VALUE.
      *---------------------------------------------------------------*
           ADD 1                           TO QW-COUNT.
           SET QW-INDEX                    TO QW-COUNT.
           MOVE QC-WHR-CONNECT             TO QW-CONNECT(QW-INDEX).
           MOVE WS-DICT-SUB                TO QW-DICT-SUB(QW-INDEX).
           MOVE QC-WHR-OPERATOR            TO QW-OPERATOR(QW-INDEX).
           MOVE ZERO                       TO QW-NUM-VALUE(QW-INDEX).
           MOVE QC-WHR-VALUE               TO QW-ALPHA-VALUE(QW-INDEX).
           SET DICT-INDEX                  TO WS-DICT-SUB.
           IF  DICT-NUMERIC(DICT-INDEX)
               MOVE SPACE                  TO WS-VALUE-TEXT
               MOVE ZERO                   TO WS-VALUE-LENGTH
               UNSTRING QC-WHR-VALUE DELIMITED BY SPACE
                   INTO WS-VALUE-TEXT COUNT IN WS-VALUE-LENGTH
               IF  WS-VALUE-LENGTH = ZERO
               OR  WS-VALUE-LENGTH > 9
                   MOVE 'VALUE MUST BE 1 TO 9 DIGITS'
                                           TO WS-CARD-ERROR
               ELSE
                   IF  WS-VALUE-TEXT(1:WS-VALUE-LENGTH) NOT NUMERIC
                       MOVE 'VALUE MUST BE 1 TO 9 DIGITS'
                                           TO WS-CARD-ERROR
                   ELSE
                       COMPUTE QW-NUM-VALUE(QW-INDEX) = FUNCTION
                           NUMVAL(WS-VALUE-TEXT(1:WS-VALUE-LENGTH)).
           IF  WS-CARD-ERROR NOT = SPACE
               SUBTRACT 1                  FROM QW-COUNT.
      *---------------------------------------------------------------*
       1400-EDIT-STATE-CARD.
      *---------------------------------------------------------------*
           PERFORM 1410-ADD-ONE-STATE
               VARYING WS-STA-SUB FROM 1 BY 1
               UNTIL WS-STA-SUB > 25.
      *---------------------------------------------------------------*
       1410-ADD-ONE-STATE.
      *---------------------------------------------------------------*
           IF  QC-STA-CODE(WS-STA-SUB) NOT = SPACE
               IF  QST-COUNT NOT < 60
                   MOVE 'MORE THAN 60 STATES'
                                           TO WS-CARD-ERROR
               ELSE
                   ADD 1                   TO QST-COUNT
                   MOVE QC-STA-CODE(WS-STA-SUB)
                                           TO QST-STATE(QST-COUNT).
      *---------------------------------------------------------------*
       1500-EDIT-DATE-CARD.
      *---------------------------------------------------------------*
           IF  QC-DTE-FROM NOT = SPACE
               IF  QC-DTE-FROM NUMERIC
                   MOVE QC-DTE-FROM        TO WS-FROM-DATE
               ELSE
                   MOVE 'FROM DATE NOT NUMERIC YYYYMMDD'
                                           TO WS-CARD-ERROR.
           IF  QC-DTE-TO NOT = SPACE
               IF  QC-DTE-TO NUMERIC
                   MOVE QC-DTE-TO          TO WS-TO-DATE
               ELSE
                   MOVE 'TO DATE NOT NUMERIC YYYYMMDD'
                                           TO WS-CARD-ERROR.
           IF  WS-CARD-ERROR = SPACE
           AND WS-FROM-DATE > WS-TO-DATE
               MOVE 'FROM DATE IS AFTER TO DATE'
                                           TO WS-CARD-ERROR.
      *---------------------------------------------------------------*
       1600-EDIT-SORT-CARD.
      *---------------------------------------------------------------*
           MOVE QC-SRT-FIELD               TO WS-LOOKUP-NAME.
           PERFORM 1800-FIND-DICTIONARY-FIELD.
           IF  NOT FIELD-FOUND
               MOVE 'FIELD NOT IN DATA DICTIONARY'
                                           TO WS-CARD-ERROR
           ELSE
               IF  QC-SRT-ORDER NOT = 'A'
               AND QC-SRT-ORDER NOT = 'D'
               AND QC-SRT-ORDER NOT = SPACE
                   MOVE 'SORT ORDER MUST BE A OR D'
                                           TO WS-CARD-ERROR
               ELSE
                   MOVE WS-DICT-SUB        TO QSRT-DICT-SUB
                   IF  QC-SRT-ORDER = 'D'
                       MOVE 'D'            TO QSRT-ORDER
                   ELSE
                       MOVE 'A'            TO QSRT-ORDER.
      *---------------------------------------------------------------*
       1700-EDIT-OUTPUT-CARD.
      *---------------------------------------------------------------*
           MOVE QC-OUT-SELECTION           TO WS-OUTPUT-SELECTION.
           IF  NOT OUTPUT-PRINT-ONLY
           AND NOT OUTPUT-CSV-ONLY
           AND NOT OUTPUT-PRINT-AND-CSV
               MOVE 'B'                    TO WS-OUTPUT-SELECTION
               MOVE 'OUTPUT MUST BE P, C OR B'
                                           TO WS-CARD-ERROR.
      *---------------------------------------------------------------*
       1800-FIND-DICTIONARY-FIELD.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-FIELD-FOUND-SW.
           SET DICT-INDEX                  TO 1.
           SEARCH STATE-DICTIONARY-ENTRY
               AT END
                   CONTINUE
               WHEN DICT-FIELD-NAME(DICT-INDEX) = WS-LOOKUP-NAME
                   MOVE 'Y'                TO WS-FIELD-FOUND-SW
                   SET WS-DICT-SUB         TO DICT-INDEX.
      *---------------------------------------------------------------*
       1900-BUILD-COLUMN-HEADINGS.
      *---------------------------------------------------------------*
           SET DICT-INDEX                  TO QS-DICT-SUB(WS-COLUMN).
           COMPUTE WS-HEADING-POS = (WS-COLUMN - 1) * 14 + 1.
           IF  DICT-NUMERIC(DICT-INDEX)
               ADD 2                       TO WS-HEADING-POS.
           DIVIDE WS-COLUMN BY 2 GIVING WS-STA-SUB
               REMAINDER WS-VALUE-LENGTH.
           IF  WS-VALUE-LENGTH = 1
               MOVE DICT-FIELD-NAME(DICT-INDEX)
                   TO HL2-FIELD-NAMES(WS-HEADING-POS:20)
           ELSE
               MOVE DICT-FIELD-NAME(DICT-INDEX)
                   TO HL3-FIELD-NAMES(WS-HEADING-POS:20).
      *---------------------------------------------------------------*
       1950-POSITION-HISTORY-FILE.
      *---------------------------------------------------------------*
      *    THE KEYED HISTORY FILE LETS A DATE-RANGE RUN START AT THE
      *    FROM-DATE INSTEAD OF SCANNING THE FULL HISTORY.
           MOVE LOW-VALUES                 TO STR-HIST-KEY.
           MOVE WS-FROM-DATE               TO SRK-DATE.
           START ST-HIST-FILE
               KEY NOT LESS THAN STR-HIST-KEY
               INVALID KEY
                   MOVE 'Y'                TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       2000-SELECT-HISTORY.
      *---------------------------------------------------------------*
           PERFORM 8000-READ-ST-HIST-FILE.
           PERFORM 2100-SELECT-ONE-RECORD
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2100-SELECT-ONE-RECORD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-RUN-LOG-COUNT
                                              WS-READ-COUNT.
           IF  STR-DATE > WS-TO-DATE
               MOVE 'Y'                    TO END-OF-FILE-SW
           ELSE
               MOVE 'Y'                    TO WS-RECORD-SELECTED-SW
               IF  STR-DATE < WS-FROM-DATE
               OR  STR-DATE NOT NUMERIC
                   MOVE 'N'                TO WS-RECORD-SELECTED-SW
               END-IF
               IF  RECORD-SELECTED
               AND QST-COUNT > ZERO
                   PERFORM 2150-CHECK-STATE-LIST
               END-IF
               IF  RECORD-SELECTED
               AND QW-COUNT > ZERO
                   PERFORM 2200-APPLY-CONDITIONS
               END-IF
               IF  RECORD-SELECTED
                   PERFORM 2300-RELEASE-SELECTED
               END-IF
               PERFORM 8000-READ-ST-HIST-FILE.
      *---------------------------------------------------------------*
       2150-CHECK-STATE-LIST.
      *---------------------------------------------------------------*
           SET QST-INDEX                   TO 1.
           SEARCH QST-STATE
               AT END
                   MOVE 'N'                TO WS-RECORD-SELECTED-SW
               WHEN QST-INDEX > QST-COUNT
                   MOVE 'N'                TO WS-RECORD-SELECTED-SW
               WHEN QST-STATE(QST-INDEX) = STR-STATE
                   CONTINUE.
      *---------------------------------------------------------------*
       2200-APPLY-CONDITIONS.
      *---------------------------------------------------------------*
      *    CONDITIONS ARE TAKEN AS OR'ED GROUPS OF AND'ED TESTS - THE
      *    RECORD IS SELECTED WHEN EVERY TEST IN ANY ONE GROUP HOLDS.
           MOVE 'N'                        TO WS-RECORD-SELECTED-SW.
           MOVE 'Y'                        TO WS-GROUP-TRUE-SW.
           PERFORM 2210-TEST-ONE-CONDITION
               VARYING QW-INDEX FROM 1 BY 1
               UNTIL QW-INDEX > QW-COUNT.
           IF  GROUP-TRUE
               MOVE 'Y'                    TO WS-RECORD-SELECTED-SW.
      *---------------------------------------------------------------*
       2210-TEST-ONE-CONDITION.
      *---------------------------------------------------------------*
           IF  QW-CONNECT(QW-INDEX) = 'OR '
               IF  GROUP-TRUE
                   MOVE 'Y'                TO WS-RECORD-SELECTED-SW
               END-IF
               MOVE 'Y'                    TO WS-GROUP-TRUE-SW.
           MOVE QW-DICT-SUB(QW-INDEX)      TO WS-VALUE-SUB.
           PERFORM 2220-GET-FIELD-VALUE.
           PERFORM 2230-COMPARE-FIELD-VALUE.
           IF  NOT CONDITION-TRUE
               MOVE 'N'                    TO WS-GROUP-TRUE-SW.
      *---------------------------------------------------------------*
       2220-GET-FIELD-VALUE.
      *---------------------------------------------------------------*
           SET DICT-INDEX                  TO WS-VALUE-SUB.
           MOVE DICT-FIELD-OFFSET(DICT-INDEX) TO WS-FIELD-OFFSET.
           MOVE DICT-FIELD-LENGTH(DICT-INDEX) TO WS-FIELD-LENGTH.
           MOVE ZERO                       TO WS-FIELD-NUM.
           MOVE SPACE                      TO WS-FIELD-ALPHA.
           IF  DICT-NUMERIC(DICT-INDEX)
               IF  STR-RECORD-IN(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
                       NUMERIC
                   COMPUTE WS-FIELD-NUM = FUNCTION NUMVAL
                       (STR-RECORD-IN(WS-FIELD-OFFSET:WS-FIELD-LENGTH))
               END-IF
           ELSE
               MOVE STR-RECORD-IN(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
                                           TO WS-FIELD-ALPHA.
      *---------------------------------------------------------------*
       2230-COMPARE-FIELD-VALUE.
      *---------------------------------------------------------------*
           SET DICT-INDEX                  TO WS-VALUE-SUB.
           IF  DICT-NUMERIC(DICT-INDEX)
               EVALUATE TRUE
                   WHEN WS-FIELD-NUM < QW-NUM-VALUE(QW-INDEX)
                       MOVE 'L'            TO WS-COMPARE-SW
                   WHEN WS-FIELD-NUM = QW-NUM-VALUE(QW-INDEX)
                       MOVE 'E'            TO WS-COMPARE-SW
                   WHEN OTHER
                       MOVE 'G'            TO WS-COMPARE-SW
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-FIELD-ALPHA < QW-ALPHA-VALUE(QW-INDEX)
                       MOVE 'L'            TO WS-COMPARE-SW
                   WHEN WS-FIELD-ALPHA = QW-ALPHA-VALUE(QW-INDEX)
                       MOVE 'E'            TO WS-COMPARE-SW
                   WHEN OTHER
                       MOVE 'G'            TO WS-COMPARE-SW
               END-EVALUATE.
           EVALUATE QW-OPERATOR(QW-INDEX) ALSO TRUE
               WHEN 'EQ' ALSO COMPARE-EQUAL
               WHEN 'NE' ALSO NOT COMPARE-EQUAL
               WHEN 'GT' ALSO COMPARE-HIGH
               WHEN 'GE' ALSO NOT COMPARE-LOW
               WHEN 'LT' ALSO COMPARE-LOW
               WHEN 'LE' ALSO NOT COMPARE-HIGH
                   MOVE 'Y'                TO WS-CONDITION-TRUE-SW
               WHEN OTHER
                   MOVE 'N'                TO WS-CONDITION-TRUE-SW
           END-EVALUATE.
      *---------------------------------------------------------------*
       2300-RELEASE-SELECTED.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO SORT-WORK-RECORD.
           IF  QSRT-DICT-SUB > ZERO
               MOVE QSRT-DICT-SUB          TO WS-VALUE-SUB
               PERFORM 2220-GET-FIELD-VALUE
               IF  DICT-NUMERIC(DICT-INDEX)
                   MOVE WS-FIELD-NUM       TO SW-SORT-NUM-VALUE
               ELSE
                   MOVE WS-FIELD-ALPHA     TO SW-SORT-KEY.
           MOVE STR-DATE                   TO SW-DATE.
           MOVE STR-STATE                  TO SW-STATE.
           MOVE STR-RECORD                 TO SW-HIST-RECORD.
           RELEASE SORT-WORK-RECORD.
           ADD 1                           TO WS-SELECT-COUNT.
      *---------------------------------------------------------------*
       2600-LIST-SELECTED.
      *---------------------------------------------------------------*
           PERFORM 2680-RETURN-ONE-RECORD.
           PERFORM 2610-LIST-ONE-RECORD
               UNTIL SORT-OUT-EOF.
      *---------------------------------------------------------------*
       2610-LIST-ONE-RECORD.
      *---------------------------------------------------------------*
           MOVE SW-HIST-RECORD             TO WS-HIST-IMAGE.
           PERFORM 8100-UNSTRING-HIST-RECORD.
           MOVE STR-MONTH                  TO QDL-MONTH.
           MOVE STR-DAY                    TO QDL-DAY.
           MOVE STR-YEAR                   TO QDL-YEAR.
           MOVE STR-STATE                  TO QDL-STATE.
           MOVE SPACE                      TO CSV-RECORD.
           MOVE 1                          TO WS-CSV-POINTER.
           STRING STR-MONTH '/' STR-DAY '/' STR-YEAR ',' STR-STATE
               DELIMITED BY SIZE
               INTO CSV-RECORD WITH POINTER WS-CSV-POINTER.
           PERFORM 2620-FORMAT-ONE-COLUMN
               VARYING WS-COLUMN FROM 1 BY 1
               UNTIL WS-COLUMN > 7.
           MOVE QUERY-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF NOT OUTPUT-PRINT-ONLY
               WRITE CSV-RECORD.
           PERFORM 2680-RETURN-ONE-RECORD.
      *---------------------------------------------------------------*
       2620-FORMAT-ONE-COLUMN.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO QDL-COLUMN(WS-COLUMN).
           IF  WS-COLUMN NOT > QS-COUNT
               MOVE QS-DICT-SUB(WS-COLUMN) TO WS-VALUE-SUB
               PERFORM 2220-GET-FIELD-VALUE
               IF  DICT-NUMERIC(DICT-INDEX)
                   MOVE WS-FIELD-NUM       TO WS-EDIT-NUM
                   MOVE WS-EDIT-NUM
                       TO QDL-COLUMN-VALUE(WS-COLUMN)(3:11)
                   MOVE WS-FIELD-NUM       TO WS-CSV-NUM
                   STRING ',' WS-CSV-NUM DELIMITED BY SIZE
                       INTO CSV-RECORD WITH POINTER WS-CSV-POINTER
               ELSE
                   MOVE WS-FIELD-ALPHA
                       TO QDL-COLUMN-VALUE(WS-COLUMN)
                   STRING ',' DELIMITED BY SIZE
                          WS-FIELD-ALPHA DELIMITED BY SPACE
                       INTO CSV-RECORD WITH POINTER WS-CSV-POINTER.
      *---------------------------------------------------------------*
       2680-RETURN-ONE-RECORD.
      *---------------------------------------------------------------*
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y'             TO SORT-OUT-EOF-SW.
      *---------------------------------------------------------------*
       2800-PRINT-QUERY-CARDS.
      *---------------------------------------------------------------*
           PERFORM 2810-PRINT-ONE-CARD
               VARYING WS-COLUMN FROM 1 BY 1
               UNTIL WS-COLUMN > QCT-COUNT.
           IF  QCT-COUNT = ZERO
               MOVE ' QUERY CARD : (NONE - ALL RECORDS SELECTED)'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACE                      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2810-PRINT-ONE-CARD.
      *---------------------------------------------------------------*
           MOVE QCT-CARD-IMAGE(WS-COLUMN)  TO QCL-CARD-IMAGE.
           MOVE QUERY-CARD-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2900-WRITE-CSV-HEADER.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO CSV-RECORD.
           MOVE 1                          TO WS-CSV-POINTER.
           STRING 'DATE,STATE' DELIMITED BY SIZE
               INTO CSV-RECORD WITH POINTER WS-CSV-POINTER.
           PERFORM 2910-ADD-CSV-HEADING
               VARYING WS-COLUMN FROM 1 BY 1
               UNTIL WS-COLUMN > QS-COUNT.
           IF NOT OUTPUT-PRINT-ONLY
               WRITE CSV-RECORD.
      *---------------------------------------------------------------*
       2910-ADD-CSV-HEADING.
      *---------------------------------------------------------------*
           SET DICT-INDEX                  TO QS-DICT-SUB(WS-COLUMN).
           STRING ',' DELIMITED BY SIZE
                  DICT-FIELD-NAME(DICT-INDEX) DELIMITED BY SPACE
               INTO CSV-RECORD WITH POINTER WS-CSV-POINTER.
      *---------------------------------------------------------------*
       3000-PRINT-TOTAL-LINES.
      *---------------------------------------------------------------*
           IF  WS-SELECT-COUNT = ZERO
               MOVE ' ** NO RECORDS MATCHED THE QUERY'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-READ-COUNT              TO TL1-READ-COUNT.
           MOVE WS-SELECT-COUNT            TO TL1-SELECT-COUNT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
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
                 CSV-FILE
                 RUN-LOG-FILE.
           DISPLAY 'COVQUERY - RECORDS READ     : ' WS-READ-COUNT.
           DISPLAY 'COVQUERY - RECORDS SELECTED : ' WS-SELECT-COUNT.
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
               MOVE STR-RECORD             TO WS-HIST-IMAGE
               PERFORM 8100-UNSTRING-HIST-RECORD.
      *---------------------------------------------------------------*
       8100-UNSTRING-HIST-RECORD.
      *---------------------------------------------------------------*
           UNSTRING WS-HIST-IMAGE DELIMITED BY ','
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
       8200-READ-QUERY-CARD.
      *---------------------------------------------------------------*
           READ QUERY-PARM-FILE
               AT END MOVE 'Y'             TO PARM-EOF-SW.
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
           MOVE HEADING-LINE-3             TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           ADD  1                          TO PAGE-COUNT.
           MOVE 8                          TO LINE-COUNT.
      *---------------------------------------------------------------*
       9110-WRITE-TOP-OF-PAGE.
      *---------------------------------------------------------------*
           IF NOT OUTPUT-CSV-ONLY
               WRITE PRINT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE SPACE                      TO PRINT-LINE.
      *---------------------------------------------------------------*
       9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
           IF NOT OUTPUT-CSV-ONLY
               WRITE PRINT-RECORD
                   AFTER ADVANCING LINE-SPACEING.
           ADD LINE-SPACEING               TO LINE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE SPACE                      TO PRINT-LINE.
      *---------------------------------------------------------------*
       9700-PARM-ERROR.
      *---------------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  INVALID QUERY CARDS - COVQUERY          *'.
           DISPLAY '*  SEE REJECTED CARDS ABOVE                *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF COVQUERY                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME            TO RL-END-TIME.
           MOVE ZERO                       TO RL-RECORD-COUNT.
           MOVE "ABEND"                    TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE PRINT-FILE
                 CSV-FILE
                 RUN-LOG-FILE.
           MOVE 16                         TO RETURN-CODE.
           GOBACK.
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
