       IDENTIFICATION DIVISION.
       PROGRAM-ID. HNTERMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HACKER-NEWS-FILE
               ASSIGN TO HACKNWS.
           SELECT STOP-WORD-FILE
               ASSIGN TO STOPWDFL.
           SELECT KEYWORD-FILE
               ASSIGN TO KEYWDFL.
           SELECT OPTIONAL TERM-BASE-OLD
               ASSIGN TO TERMBASE.
           SELECT TERM-BASE-NEW
               ASSIGN TO TERMBASN.
           SELECT SUGGEST-FILE
               ASSIGN TO KWSUGG.
           SELECT PRINT-FILE
               ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  HACKER-NEWS-FILE RECORDING MODE F.
       01  HACKER-NEWS-RECORD.
           05 FILLER                       PIC X(143).
      *---------------------------------------------------------------*
       FD  STOP-WORD-FILE RECORDING MODE F.
       01  STOP-WORD-RECORD.
           05  SWF-WORD                    PIC X(20).
      *---------------------------------------------------------------*
       FD  KEYWORD-FILE RECORDING MODE F.
       01  KEYWORD-FILE-RECORD.
           05  KWF-KEYWORD                 PIC X(20).
           05  KWF-PRIORITY                PIC X(01).
      *---------------------------------------------------------------*
      *    TERM BASELINE - ONE ROW PER TERM, CARRIED RUN TO RUN.
       FD  TERM-BASE-OLD RECORDING MODE F.
       01  TERM-BASE-OLD-RECORD.
           05  TBO-TERM                    PIC X(20).
           05  TBO-BASELINE                PIC 9(03)V99.
           05  TBO-RUNS-SEEN               PIC 9(05).
           05  TBO-HOT-STREAK              PIC 9(03).
           05  TBO-LAST-COUNT              PIC 9(04).
           05  TBO-LAST-RUN-DATE           PIC 9(08).
           05  FILLER                      PIC X(35).
      *---------------------------------------------------------------*
       FD  TERM-BASE-NEW RECORDING MODE F.
       01  TERM-BASE-NEW-RECORD.
           05  TBN-TERM                    PIC X(20).
           05  TBN-BASELINE                PIC 9(03)V99.
           05  TBN-RUNS-SEEN               PIC 9(05).
           05  TBN-HOT-STREAK              PIC 9(03).
           05  TBN-LAST-COUNT              PIC 9(04).
           05  TBN-LAST-RUN-DATE           PIC 9(08).
           05  FILLER                      PIC X(35).
      *---------------------------------------------------------------*
      *    SUGGESTED KEYWORDS IN KEYWDFL LAYOUT, PRIORITY 'N'.
       FD  SUGGEST-FILE RECORDING MODE F.
       01  SUGGEST-RECORD.
           05  SGF-KEYWORD                 PIC X(20).
           05  SGF-PRIORITY                PIC X(01).
      *---------------------------------------------------------------*
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-RECORD.
      *    05 CC                           PIC X(01).
           05 PRINT-LINE                   PIC X(132).
      *---------------------------------------------------------------*
       FD  RUN-LOG-FILE RECORDING MODE F.
       COPY RUNLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *    EMERGING-TERM DISCOVERY ON THE HACKER NEWS SNAPSHOT.  EVERY
      *    TITLE IS BROKEN INTO WORDS (LETTERS AND DIGITS ONLY, THREE
      *    OR MORE CHARACTERS, NOT ALL DIGITS, NOT ON THE STOP-WORD
      *    LIST) AND EACH TERM IS COUNTED ONCE PER STORY.  THE
      *    BASELINE IS A ROLLING AVERAGE OF THE PER-RUN COUNT - EACH
      *    RUN MOVES IT ONE FIFTH OF THE WAY TOWARD TODAY'S COUNT.  A
      *    TERM IS HOT WHEN TODAY'S COUNT IS AT LEAST WS-HOT-MIN-COUNT
      *    AND AT LEAST WS-HOT-RATIO TIMES ITS BASELINE.  A TERM HOT
      *    FOR WS-SUGGEST-RUNS RUNS IN A ROW THAT IS NOT ALREADY IN
      *    KEYWDFL IS WRITTEN TO KWSUGG FOR MARKETING TO PROMOTE.
      *    THE FIRST RUN (NO BASELINE) ONLY SEEDS THE BASELINE.
      *---------------------------------------------------------------*
       01  WS-HACKER-NEWS-RECORD.
      *---------------------------------------------------------------*
           05  HNR-KEY                     PIC X(08).
           05  HNR-TITLE                   PIC X(96).
           05  HNR-VOTES                   PIC 9(04).
           05  HNR-COMMENTS                PIC 9(04).
           05  HNR-AUTHOR                  PIC X(15).
           05  HNR-CREATED-DATE            PIC X(16).
      *---------------------------------------------------------------*
       01  TERM-RULE-FIELDS.
      *---------------------------------------------------------------*
           05  WS-HOT-MIN-COUNT            PIC 9(03) VALUE 3.
           05  WS-HOT-RATIO                PIC 9(02)V9 VALUE 2.0.
           05  WS-SUGGEST-RUNS             PIC 9(03) VALUE 3.
           05  WS-BASE-WEIGHT              PIC V99 VALUE .20.
           05  WS-BASE-DROP-LEVEL          PIC 9(03)V99 VALUE .05.
           05  WS-STORIES-PER-TERM         PIC 9(02) VALUE 5.
           05  WS-MAX-HOT-PRINTED          PIC 9(03) VALUE 25.
      *---------------------------------------------------------------*
       01  STOP-WORD-TABLE-FIELDS.
      *---------------------------------------------------------------*
           05  STOP-WORD-TABLE OCCURS 300 TIMES
                           INDEXED BY SW-INDEX.
               10  SWT-WORD                PIC X(20) VALUE SPACE.
           05  STOP-WORD-COUNT             PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  KEYWORD-TABLE-FIELDS.
      *---------------------------------------------------------------*
           05  KEYWORD-TABLE OCCURS 100 TIMES
                           INDEXED BY KW-INDEX.
               10  KWT-KEYWORD             PIC X(20) VALUE SPACE.
           05  KEYWORD-COUNT               PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  TERM-TABLE-FIELDS.
      *---------------------------------------------------------------*
           05  TERM-TABLE OCCURS 5000 TIMES
                           INDEXED BY TM-INDEX.
               10  TMT-TERM                PIC X(20) VALUE SPACE.
               10  TMT-TODAY-COUNT         PIC 9(04) VALUE ZERO.
               10  TMT-BASELINE            PIC 9(03)V99 VALUE ZERO.
               10  TMT-RUNS-SEEN           PIC 9(05) VALUE ZERO.
               10  TMT-HOT-STREAK          PIC 9(03) VALUE ZERO.
               10  TMT-LAST-COUNT          PIC 9(04) VALUE ZERO.
               10  TMT-LAST-RUN-DATE       PIC 9(08) VALUE ZERO.
               10  TMT-HOT-SW              PIC X(01) VALUE 'N'.
               10  TMT-PRINTED-SW          PIC X(01) VALUE 'N'.
           05  TERM-COUNT                  PIC 9(04) VALUE ZERO.
      *---------------------------------------------------------------*
       01  STORY-TABLE-FIELDS.
      *---------------------------------------------------------------*
           05  STORY-TABLE OCCURS 1000 TIMES
                           INDEXED BY ST-INDEX.
               10  STT-KEY                 PIC X(08).
               10  STT-TITLE               PIC X(60).
               10  STT-VOTES               PIC 9(04).
               10  STT-WORD-LINE           PIC X(98).
           05  STORY-TABLE-COUNT           PIC 9(04) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WORD-SCAN-FIELDS.
      *---------------------------------------------------------------*
           05  WS-UPPER-TITLE              PIC X(96).
           05  WS-WORD-LINE                PIC X(98).
           05  WS-CHAR-SUB                 PIC 9(03).
           05  WS-WORD-START               PIC 9(03).
           05  WS-WORD-LEN                 PIC 9(03).
           05  WS-WORD                     PIC X(20).
           05  WS-WORD-PATTERN             PIC X(22).
           05  WS-PATTERN-LEN              PIC 9(02).
           05  WS-TALLY                    PIC 9(03).
           05  WS-TITLE-CHAR               PIC X(01).
               88  WS-TITLE-CHAR-KEPT      VALUE 'A' THRU 'I'
                                                 'J' THRU 'R'
                                                 'S' THRU 'Z'
                                                 '0' THRU '9'.
      *---------------------------------------------------------------*
       01   REPORT-LINES.
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HOT-HEADER-LINE.
               10  FILLER  PIC X(40) VALUE
                   'EMERGING TERMS - TODAY WELL ABOVE BASELI'.
               10  FILLER  PIC X(40) VALUE
                   'NE                                      '.
               10  FILLER                  PIC X(52) VALUE SPACE.
      *---------------------------------------------------------------*
           05  NO-BASELINE-LINE.
               10  FILLER  PIC X(40) VALUE
                   'NO TERM BASELINE ON FILE - THIS RUN SEED'.
               10  FILLER  PIC X(40) VALUE
                   'S THE BASELINE                          '.
               10  FILLER                  PIC X(52) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HOT-TERM-LINE.
               10  HTL-TERM                PIC X(20).
               10  FILLER                  PIC X(08) VALUE ' TODAY: '.
               10  HTL-TODAY-COUNT         PIC Z,ZZ9.
               10  FILLER                  PIC X(11)
                   VALUE ' BASELINE: '.
               10  HTL-BASELINE            PIC ZZ9.99.
               10  FILLER                  PIC X(08) VALUE ' RATIO: '.
               10  HTL-RATIO               PIC X(06).
               10  FILLER                  PIC X(11)
                   VALUE ' HOT RUNS: '.
               10  HTL-HOT-STREAK          PIC ZZ9.
               10  FILLER                  PIC X(54) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HOT-STORY-LINE.
               10  FILLER                  PIC X(06) VALUE SPACE.
               10  HSL-KEY                 PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  HSL-TITLE               PIC X(60).
               10  FILLER                  PIC X(08) VALUE ' VOTES: '.
               10  HSL-VOTES               PIC Z,ZZ9.
               10  FILLER                  PIC X(43) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SUGGEST-HEADER-LINE.
               10  FILLER  PIC X(40) VALUE
                   'SUGGESTED ADDITIONS TO THE KEYWORD FILE '.
               10  FILLER  PIC X(40) VALUE
                   '(WRITTEN TO KWSUGG)                     '.
               10  FILLER                  PIC X(52) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SUGGEST-DETAIL-LINE.
               10  SGL-TERM                PIC X(20).
               10  FILLER                  PIC X(11)
                   VALUE ' HOT RUNS: '.
               10  SGL-HOT-STREAK          PIC ZZ9.
               10  FILLER                  PIC X(08) VALUE ' TODAY: '.
               10  SGL-TODAY-COUNT         PIC Z,ZZ9.
               10  FILLER                  PIC X(11)
                   VALUE ' BASELINE: '.
               10  SGL-BASELINE            PIC ZZ9.99.
               10  FILLER                  PIC X(68) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** STORIES ANALYZED : '.
               10  TL1-STORY-COUNT         PIC ZZ,ZZ9.
               10  FILLER  PIC X(22) VALUE '   TERMS COUNTED    : '.
               10  TL1-WORD-COUNT          PIC ZZZ,ZZ9.
               10  FILLER  PIC X(22) VALUE '  STOP WORDS DROPPED: '.
               10  TL1-STOP-COUNT          PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(46) VALUE SPACE.
           05  TRAILER-2.
               10  FILLER  PIC X(22) VALUE '** TERMS ON BASELINE: '.
               10  TL2-TERM-COUNT          PIC ZZ,ZZ9.
               10  FILLER  PIC X(22) VALUE '   HOT TERMS        : '.
               10  TL2-HOT-COUNT           PIC ZZZ,ZZ9.
               10  FILLER  PIC X(22) VALUE '   SUGGESTED        : '.
               10  TL2-SUGGEST-COUNT       PIC ZZZ,ZZ9.
               10  FILLER  PIC X(22) VALUE '   TERMS DROPPED    : '.
               10  TL2-DROP-COUNT          PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(17) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-TERM-FIELDS.
           05  WS-STORY-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-WORD-COUNT               PIC 9(07) VALUE ZERO.
           05  WS-STOP-COUNT               PIC 9(07) VALUE ZERO.
           05  WS-BASE-LOADED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-HOT-COUNT                PIC 9(05) VALUE ZERO.
           05  WS-SUGGEST-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-DROP-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-KEPT-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-RATIO                    PIC 9(03)V9.
           05  WS-RATIO-EDIT               PIC ZZ9.9.
           05  WS-HOT-LIMIT                PIC 9(05)V99.
           05  WS-RANK                     PIC 9(03).
           05  WS-BEST-SUB                 PIC 9(04).
           05  WS-BEST-COUNT               PIC 9(04).
           05  WS-SCAN-SUB                 PIC 9(04).
           05  WS-STORY-SUB                PIC 9(04).
           05  WS-STORIES-LISTED           PIC 9(02).
           05  WS-RUN-LOG-COUNT            PIC 9(07) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES.
           05  END-OF-FILE-SW              PIC X(01) VALUE 'N'.
               88  END-OF-FILE                      VALUE 'Y'.
           05  VALID-RECORD-SW             PIC X(01) VALUE 'Y'.
               88  VALID-RECORD                     VALUE 'Y'.
           05  STOP-WORD-EOF-SW            PIC X(01) VALUE 'N'.
               88  STOP-WORD-EOF                    VALUE 'Y'.
           05  KEYWORD-EOF-SW              PIC X(01) VALUE 'N'.
               88  KEYWORD-EOF                      VALUE 'Y'.
           05  TERM-BASE-EOF-SW            PIC X(01) VALUE 'N'.
               88  TERM-BASE-EOF                    VALUE 'Y'.
           05  WS-STOP-WORD-SW             PIC X(01) VALUE 'N'.
               88  WS-STOP-WORD-FOUND               VALUE 'Y'.
           05  WS-KEYWORD-SW               PIC X(01) VALUE 'N'.
               88  WS-KEYWORD-FOUND                 VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-STOP-WORDS.
           PERFORM 1200-LOAD-KEYWORDS.
           PERFORM 1300-LOAD-TERM-BASELINE.
           PERFORM 8000-READ-HACKER-NEWS-FILE.
           PERFORM 2000-PROCESS-ONE-STORY
               UNTIL END-OF-FILE.
           PERFORM 3000-PRINT-EMERGING-TERMS.
           PERFORM 3500-PRINT-SUGGESTIONS.
           PERFORM 3700-WRITE-TERM-BASELINE.
           MOVE WS-STORY-COUNT          TO TL1-STORY-COUNT.
           MOVE WS-WORD-COUNT           TO TL1-WORD-COUNT.
           MOVE WS-STOP-COUNT           TO TL1-STOP-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE WS-KEPT-COUNT           TO TL2-TERM-COUNT.
           MOVE WS-HOT-COUNT            TO TL2-HOT-COUNT.
           MOVE WS-SUGGEST-COUNT        TO TL2-SUGGEST-COUNT.
           MOVE WS-DROP-COUNT           TO TL2-DROP-COUNT.
           MOVE TRAILER-2               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  HACKER-NEWS-FILE
                OUTPUT PRINT-FILE
                       TERM-BASE-NEW
                       SUGGEST-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE "HNTERMS"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
      *---------------------------------------------------------------*
       1100-LOAD-STOP-WORDS.
      *---------------------------------------------------------------*
           OPEN INPUT STOP-WORD-FILE.
           PERFORM 8050-READ-STOP-WORD-FILE.
           PERFORM 1110-STORE-STOP-WORD
               UNTIL STOP-WORD-EOF.
           CLOSE STOP-WORD-FILE.
      *---------------------------------------------------------------*
       1110-STORE-STOP-WORD.
      *---------------------------------------------------------------*
           IF  SWF-WORD NOT = SPACE
               IF  STOP-WORD-COUNT < 300
                   ADD 1                TO STOP-WORD-COUNT
                   MOVE FUNCTION UPPER-CASE(SWF-WORD)
                       TO SWT-WORD(STOP-WORD-COUNT)
               ELSE
                   DISPLAY 'HNTERMS - STOP WORD TABLE FULL, IGNORED: '
                       SWF-WORD
               END-IF
           END-IF.
           PERFORM 8050-READ-STOP-WORD-FILE.
      *---------------------------------------------------------------*
       1200-LOAD-KEYWORDS.
      *---------------------------------------------------------------*
           OPEN INPUT KEYWORD-FILE.
           PERFORM 8060-READ-KEYWORD-FILE.
           PERFORM 1210-STORE-KEYWORD
               UNTIL KEYWORD-EOF.
           CLOSE KEYWORD-FILE.
      *---------------------------------------------------------------*
       1210-STORE-KEYWORD.
      *---------------------------------------------------------------*
           IF  KWF-KEYWORD NOT = SPACE
           AND KEYWORD-COUNT < 100
               ADD 1                    TO KEYWORD-COUNT
               MOVE FUNCTION UPPER-CASE(KWF-KEYWORD)
                   TO KWT-KEYWORD(KEYWORD-COUNT).
           PERFORM 8060-READ-KEYWORD-FILE.
      *---------------------------------------------------------------*
       1300-LOAD-TERM-BASELINE.
      *---------------------------------------------------------------*
           OPEN INPUT TERM-BASE-OLD.
           PERFORM 8070-READ-TERM-BASE-OLD.
           PERFORM 1310-STORE-TERM-BASELINE
               UNTIL TERM-BASE-EOF.
           CLOSE TERM-BASE-OLD.
      *---------------------------------------------------------------*
       1310-STORE-TERM-BASELINE.
      *---------------------------------------------------------------*
           IF  TERM-COUNT < 5000
               ADD 1                    TO TERM-COUNT
                                           WS-BASE-LOADED-COUNT
               SET TM-INDEX             TO TERM-COUNT
               MOVE TBO-TERM            TO TMT-TERM(TM-INDEX)
               MOVE TBO-BASELINE        TO TMT-BASELINE(TM-INDEX)
               MOVE TBO-RUNS-SEEN       TO TMT-RUNS-SEEN(TM-INDEX)
               MOVE TBO-HOT-STREAK      TO TMT-HOT-STREAK(TM-INDEX)
               MOVE TBO-LAST-COUNT      TO TMT-LAST-COUNT(TM-INDEX)
               MOVE TBO-LAST-RUN-DATE   TO TMT-LAST-RUN-DATE(TM-INDEX)
           ELSE
               DISPLAY 'HNTERMS - TERM TABLE FULL, BASELINE DROPPED: '
                   TBO-TERM.
           PERFORM 8070-READ-TERM-BASE-OLD.
      *---------------------------------------------------------------*
       2000-PROCESS-ONE-STORY.
      *---------------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           ADD 1                        TO WS-STORY-COUNT.
           PERFORM 2100-BUILD-WORD-LINE.
           PERFORM 2150-STORE-STORY.
           MOVE ZERO                    TO WS-WORD-LEN.
           PERFORM 2200-SCAN-ONE-CHARACTER
               VARYING WS-CHAR-SUB FROM 2 BY 1
                   UNTIL WS-CHAR-SUB > 98.
           PERFORM 8000-READ-HACKER-NEWS-FILE.
      *---------------------------------------------------------------*
       2100-BUILD-WORD-LINE.
      *---------------------------------------------------------------*
      *    UPPER-CASE THE TITLE AND TURN EVERYTHING BUT LETTERS AND
      *    DIGITS INTO SPACES, WITH A SPACE AT EACH END SO EVERY WORD
      *    IN THE LINE IS BRACKETED BY SPACES.
           MOVE FUNCTION UPPER-CASE(HNR-TITLE) TO WS-UPPER-TITLE.
           MOVE SPACE                   TO WS-WORD-LINE.
           PERFORM 2110-COPY-ONE-CHARACTER
               VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 96.
      *---------------------------------------------------------------*
       2110-COPY-ONE-CHARACTER.
      *---------------------------------------------------------------*
           MOVE WS-UPPER-TITLE(WS-CHAR-SUB:1) TO WS-TITLE-CHAR.
           IF  WS-TITLE-CHAR-KEPT
               MOVE WS-TITLE-CHAR       TO
                   WS-WORD-LINE(WS-CHAR-SUB + 1:1).
      *---------------------------------------------------------------*
       2150-STORE-STORY.
      *---------------------------------------------------------------*
           IF  STORY-TABLE-COUNT < 1000
               ADD 1                    TO STORY-TABLE-COUNT
               SET ST-INDEX             TO STORY-TABLE-COUNT
               MOVE HNR-KEY             TO STT-KEY(ST-INDEX)
               MOVE HNR-TITLE           TO STT-TITLE(ST-INDEX)
               MOVE HNR-VOTES           TO STT-VOTES(ST-INDEX)
               MOVE WS-WORD-LINE        TO STT-WORD-LINE(ST-INDEX)
           ELSE
               DISPLAY 'HNTERMS - STORY TABLE FULL, NOT LISTED: '
                   HNR-KEY.
      *---------------------------------------------------------------*
       2200-SCAN-ONE-CHARACTER.
      *---------------------------------------------------------------*
           IF  WS-WORD-LINE(WS-CHAR-SUB:1) = SPACE
               IF  WS-WORD-LEN > ZERO
                   PERFORM 2300-TALLY-WORD
                   MOVE ZERO            TO WS-WORD-LEN
               END-IF
           ELSE
               IF  WS-WORD-LEN = ZERO
                   MOVE WS-CHAR-SUB     TO WS-WORD-START
                   MOVE SPACE           TO WS-WORD
               END-IF
               ADD 1                    TO WS-WORD-LEN
               IF  WS-WORD-LEN NOT > 20
                   MOVE WS-WORD-LINE(WS-CHAR-SUB:1)
                       TO WS-WORD(WS-WORD-LEN:1)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2300-TALLY-WORD.
      *---------------------------------------------------------------*
      *    SKIP SHORT WORDS, NUMBERS, STOP WORDS AND A SECOND USE OF
      *    THE SAME WORD IN ONE TITLE; COUNT THE REST.
           IF  WS-WORD-LEN > 2
           AND WS-WORD-LEN < 21
           AND WS-WORD(1:WS-WORD-LEN) IS NOT NUMERIC
               PERFORM 2310-CHECK-STOP-WORD
               IF  WS-STOP-WORD-FOUND
                   ADD 1                TO WS-STOP-COUNT
               ELSE
                   PERFORM 2320-CHECK-REPEAT-IN-TITLE
                   IF  WS-TALLY = ZERO
                       ADD 1            TO WS-WORD-COUNT
                       PERFORM 2330-ADD-TO-TERM
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2310-CHECK-STOP-WORD.
      *---------------------------------------------------------------*
           MOVE 'N'                     TO WS-STOP-WORD-SW.
           SET SW-INDEX TO 1.
           SEARCH STOP-WORD-TABLE
               AT END
                   MOVE 'N'             TO WS-STOP-WORD-SW
               WHEN SWT-WORD(SW-INDEX) = SPACE
                   MOVE 'N'             TO WS-STOP-WORD-SW
               WHEN SWT-WORD(SW-INDEX) = WS-WORD
                   SET WS-STOP-WORD-FOUND TO TRUE.
      *---------------------------------------------------------------*
       2320-CHECK-REPEAT-IN-TITLE.
      *---------------------------------------------------------------*
           PERFORM 2400-BUILD-WORD-PATTERN.
           MOVE ZERO                    TO WS-TALLY.
           INSPECT WS-WORD-LINE(1:WS-WORD-START - 1)
               TALLYING WS-TALLY
                   FOR ALL WS-WORD-PATTERN(1:WS-PATTERN-LEN).
      *---------------------------------------------------------------*
       2330-ADD-TO-TERM.
      *---------------------------------------------------------------*
           SET TM-INDEX TO 1.
           SEARCH TERM-TABLE
               AT END
                   DISPLAY 'HNTERMS - TERM TABLE FULL, IGNORED: '
                       WS-WORD
               WHEN TMT-TERM(TM-INDEX) = WS-WORD
                   ADD 1                TO TMT-TODAY-COUNT(TM-INDEX)
               WHEN TMT-TERM(TM-INDEX) = SPACE
                   ADD 1                TO TERM-COUNT
                   MOVE WS-WORD         TO TMT-TERM(TM-INDEX)
                   MOVE 1               TO TMT-TODAY-COUNT(TM-INDEX).
      *---------------------------------------------------------------*
       2400-BUILD-WORD-PATTERN.
      *---------------------------------------------------------------*
      *    ' WORD ' - THE TERM BRACKETED BY SPACES, FOR MATCHING
      *    WHOLE WORDS IN A WORD LINE.
           MOVE SPACE                   TO WS-WORD-PATTERN.
           MOVE WS-WORD(1:WS-WORD-LEN)  TO WS-WORD-PATTERN(2:).
           COMPUTE WS-PATTERN-LEN = WS-WORD-LEN + 2.
      *---------------------------------------------------------------*
       3000-PRINT-EMERGING-TERMS.
      *---------------------------------------------------------------*
           MOVE HOT-HEADER-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           IF  WS-BASE-LOADED-COUNT = ZERO
               MOVE NO-BASELINE-LINE    TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
           ELSE
               PERFORM 3050-MARK-ONE-TERM
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > TERM-COUNT
               MOVE ZERO                TO WS-RANK
               PERFORM 3100-PICK-HOTTEST-TERM
               PERFORM 3200-PRINT-ONE-HOT-TERM
                   UNTIL WS-BEST-SUB = ZERO
                      OR WS-RANK = WS-MAX-HOT-PRINTED
           END-IF.
      *---------------------------------------------------------------*
       3050-MARK-ONE-TERM.
      *---------------------------------------------------------------*
           SET TM-INDEX TO WS-SCAN-SUB.
           COMPUTE WS-HOT-LIMIT =
               TMT-BASELINE(TM-INDEX) * WS-HOT-RATIO.
           IF  TMT-TODAY-COUNT(TM-INDEX) NOT LESS THAN WS-HOT-MIN-COUNT
           AND TMT-TODAY-COUNT(TM-INDEX) NOT LESS THAN WS-HOT-LIMIT
               MOVE 'Y'                 TO TMT-HOT-SW(TM-INDEX)
               ADD 1                    TO WS-HOT-COUNT
                                           TMT-HOT-STREAK(TM-INDEX)
           ELSE
               MOVE ZERO                TO TMT-HOT-STREAK(TM-INDEX).
      *---------------------------------------------------------------*
       3100-PICK-HOTTEST-TERM.
      *---------------------------------------------------------------*
           MOVE ZERO                    TO WS-BEST-SUB
                                           WS-BEST-COUNT.
           PERFORM 3110-SCAN-ONE-TERM
               VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > TERM-COUNT.
      *---------------------------------------------------------------*
       3110-SCAN-ONE-TERM.
      *---------------------------------------------------------------*
           SET TM-INDEX TO WS-SCAN-SUB.
           IF  TMT-HOT-SW(TM-INDEX) = 'Y'
           AND TMT-PRINTED-SW(TM-INDEX) = 'N'
           AND TMT-TODAY-COUNT(TM-INDEX) > WS-BEST-COUNT
               MOVE TMT-TODAY-COUNT(TM-INDEX) TO WS-BEST-COUNT
               MOVE WS-SCAN-SUB         TO WS-BEST-SUB.
      *---------------------------------------------------------------*
       3200-PRINT-ONE-HOT-TERM.
      *---------------------------------------------------------------*
           ADD 1                        TO WS-RANK.
           SET TM-INDEX TO WS-BEST-SUB.
           MOVE 'Y'                     TO TMT-PRINTED-SW(TM-INDEX).
           MOVE TMT-TERM(TM-INDEX)      TO HTL-TERM.
           MOVE TMT-TODAY-COUNT(TM-INDEX) TO HTL-TODAY-COUNT.
           MOVE TMT-BASELINE(TM-INDEX)  TO HTL-BASELINE.
           IF  TMT-BASELINE(TM-INDEX) > ZERO
               COMPUTE WS-RATIO ROUNDED =
                   TMT-TODAY-COUNT(TM-INDEX) / TMT-BASELINE(TM-INDEX)
                   ON SIZE ERROR
                       MOVE 999.9       TO WS-RATIO
               END-COMPUTE
               MOVE WS-RATIO            TO WS-RATIO-EDIT
               MOVE WS-RATIO-EDIT       TO HTL-RATIO
           ELSE
               MOVE '   NEW'            TO HTL-RATIO.
           MOVE TMT-HOT-STREAK(TM-INDEX) TO HTL-HOT-STREAK.
           MOVE HOT-TERM-LINE           TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE TMT-TERM(TM-INDEX)      TO WS-WORD.
           MOVE ZERO                    TO WS-WORD-LEN.
           INSPECT TMT-TERM(TM-INDEX)
               TALLYING WS-WORD-LEN FOR CHARACTERS BEFORE INITIAL ' '.
           PERFORM 2400-BUILD-WORD-PATTERN.
           MOVE ZERO                    TO WS-STORIES-LISTED.
           PERFORM 3250-LIST-ONE-STORY
               VARYING WS-STORY-SUB FROM 1 BY 1
                   UNTIL WS-STORY-SUB > STORY-TABLE-COUNT
                      OR WS-STORIES-LISTED = WS-STORIES-PER-TERM.
           PERFORM 3100-PICK-HOTTEST-TERM.
      *---------------------------------------------------------------*
       3250-LIST-ONE-STORY.
      *---------------------------------------------------------------*
           SET ST-INDEX TO WS-STORY-SUB.
           MOVE ZERO                    TO WS-TALLY.
           INSPECT STT-WORD-LINE(ST-INDEX)
               TALLYING WS-TALLY
                   FOR ALL WS-WORD-PATTERN(1:WS-PATTERN-LEN).
           IF  WS-TALLY > ZERO
               ADD 1                    TO WS-STORIES-LISTED
               MOVE STT-KEY(ST-INDEX)   TO HSL-KEY
               MOVE STT-TITLE(ST-INDEX) TO HSL-TITLE
               MOVE STT-VOTES(ST-INDEX) TO HSL-VOTES
               MOVE HOT-STORY-LINE      TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *---------------------------------------------------------------*
       3500-PRINT-SUGGESTIONS.
      *---------------------------------------------------------------*
           MOVE SUGGEST-HEADER-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           PERFORM 3550-CHECK-ONE-SUGGESTION
               VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > TERM-COUNT.
      *---------------------------------------------------------------*
       3550-CHECK-ONE-SUGGESTION.
      *---------------------------------------------------------------*
           SET TM-INDEX TO WS-SCAN-SUB.
           IF  TMT-HOT-STREAK(TM-INDEX) NOT LESS THAN WS-SUGGEST-RUNS
               MOVE 'N'                 TO WS-KEYWORD-SW
               SET KW-INDEX TO 1
               SEARCH KEYWORD-TABLE
                   AT END
                       MOVE 'N'         TO WS-KEYWORD-SW
                   WHEN KWT-KEYWORD(KW-INDEX) = SPACE
                       MOVE 'N'         TO WS-KEYWORD-SW
                   WHEN KWT-KEYWORD(KW-INDEX) = TMT-TERM(TM-INDEX)
                       SET WS-KEYWORD-FOUND TO TRUE
               END-SEARCH
               IF  NOT WS-KEYWORD-FOUND
                   PERFORM 3560-WRITE-SUGGESTION
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3560-WRITE-SUGGESTION.
      *---------------------------------------------------------------*
           ADD 1                        TO WS-SUGGEST-COUNT.
           MOVE TMT-TERM(TM-INDEX)      TO SGL-TERM
                                           SGF-KEYWORD.
           MOVE 'N'                     TO SGF-PRIORITY.
           WRITE SUGGEST-RECORD.
           MOVE TMT-HOT-STREAK(TM-INDEX) TO SGL-HOT-STREAK.
           MOVE TMT-TODAY-COUNT(TM-INDEX) TO SGL-TODAY-COUNT.
           MOVE TMT-BASELINE(TM-INDEX)  TO SGL-BASELINE.
           MOVE SUGGEST-DETAIL-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *---------------------------------------------------------------*
       3700-WRITE-TERM-BASELINE.
      *---------------------------------------------------------------*
           PERFORM 3710-WRITE-ONE-TERM
               VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > TERM-COUNT.
      *---------------------------------------------------------------*
       3710-WRITE-ONE-TERM.
      *---------------------------------------------------------------*
      *    ROLL TODAY'S COUNT INTO THE BASELINE.  A TERM NOT SEEN FOR
      *    A WHILE DECAYS TOWARD ZERO AND IS DROPPED ONCE IT FALLS
      *    BELOW THE DROP LEVEL.
           SET TM-INDEX TO WS-SCAN-SUB.
           COMPUTE TMT-BASELINE(TM-INDEX) ROUNDED =
               TMT-BASELINE(TM-INDEX) * (1 - WS-BASE-WEIGHT)
             + TMT-TODAY-COUNT(TM-INDEX) * WS-BASE-WEIGHT.
           IF  TMT-TODAY-COUNT(TM-INDEX) > ZERO
               ADD 1                    TO TMT-RUNS-SEEN(TM-INDEX)
               MOVE TMT-TODAY-COUNT(TM-INDEX)
                                        TO TMT-LAST-COUNT(TM-INDEX)
               MOVE WS-CURRENT-DATE     TO TMT-LAST-RUN-DATE(TM-INDEX).
           IF  TMT-BASELINE(TM-INDEX) < WS-BASE-DROP-LEVEL
           AND TMT-HOT-STREAK(TM-INDEX) = ZERO
               ADD 1                    TO WS-DROP-COUNT
           ELSE
               ADD 1                    TO WS-KEPT-COUNT
               MOVE SPACE               TO TERM-BASE-NEW-RECORD
               MOVE TMT-TERM(TM-INDEX)  TO TBN-TERM
               MOVE TMT-BASELINE(TM-INDEX) TO TBN-BASELINE
               MOVE TMT-RUNS-SEEN(TM-INDEX) TO TBN-RUNS-SEEN
               MOVE TMT-HOT-STREAK(TM-INDEX) TO TBN-HOT-STREAK
               MOVE TMT-LAST-COUNT(TM-INDEX) TO TBN-LAST-COUNT
               MOVE TMT-LAST-RUN-DATE(TM-INDEX) TO TBN-LAST-RUN-DATE
               WRITE TERM-BASE-NEW-RECORD.
      *---------------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "COMPLETE"              TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *---------------------------------------------------------------*
       4000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE HACKER-NEWS-FILE
                 PRINT-FILE
                 TERM-BASE-NEW
                 SUGGEST-FILE
                 RUN-LOG-FILE.
           DISPLAY 'HNTERMS - STORIES ANALYZED  : ' WS-STORY-COUNT.
           DISPLAY 'HNTERMS - HOT TERMS         : ' WS-HOT-COUNT.
           DISPLAY 'HNTERMS - KEYWORDS SUGGESTED: ' WS-SUGGEST-COUNT.
      *---------------------------------------------------------------*
       8000-READ-HACKER-NEWS-FILE.
      *---------------------------------------------------------------*
           READ HACKER-NEWS-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW
                      MOVE 'N' TO VALID-RECORD-SW.
           IF  VALID-RECORD
               PERFORM 8100-BREAKOUT-HACKER-RECORD.
      *---------------------------------------------------------------*
       8050-READ-STOP-WORD-FILE.
      *---------------------------------------------------------------*
           READ STOP-WORD-FILE
               AT END MOVE 'Y' TO STOP-WORD-EOF-SW.
      *---------------------------------------------------------------*
       8060-READ-KEYWORD-FILE.
      *---------------------------------------------------------------*
           READ KEYWORD-FILE
               AT END MOVE 'Y' TO KEYWORD-EOF-SW.
      *---------------------------------------------------------------*
       8070-READ-TERM-BASE-OLD.
      *---------------------------------------------------------------*
           READ TERM-BASE-OLD
               AT END MOVE 'Y' TO TERM-BASE-EOF-SW.
      *---------------------------------------------------------------*
       8100-BREAKOUT-HACKER-RECORD.
      *---------------------------------------------------------------*
           INSPECT HACKER-NEWS-RECORD
               REPLACING ALL '"' BY '#'
               AFTER INITIAL '"'.
           INSPECT HACKER-NEWS-RECORD
               REPLACING ALL ',' BY ' '
               AFTER QUOTE BEFORE '#'.
           INSPECT HACKER-NEWS-RECORD
               REPLACING ALL '"' BY ' '
                         All '#' BY ' '.
           UNSTRING HACKER-NEWS-RECORD DELIMITED BY ','
                INTO HNR-KEY
                     HNR-TITLE
                     HNR-VOTES
                     HNR-COMMENTS
                     HNR-AUTHOR
                     HNR-CREATED-DATE.
