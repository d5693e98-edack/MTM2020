       IDENTIFICATION DIVISION.
       PROGRAM-ID. HNVELOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-ARCHIVE-FILE
               ASSIGN TO HNARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HA-KEY.
           SELECT PRINT-FILE
               ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  STORY-ARCHIVE-FILE.
       COPY HNARCH.
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
      *    DAILY LIST OF THE FASTEST-RISING HACKER NEWS STORIES, BY
      *    VOTE VELOCITY, FROM THE KEYED STORY ARCHIVE.  THE PARM CARD
      *    CARRIES THE REPORT DATE (YYYYMMDD) IN COLUMNS 1-8; BLANK
      *    MEANS TODAY.  FOR EACH STORY CAPTURED ON THE REPORT DATE
      *    THE VELOCITY IS THE VOTES GAINED PER HOUR FROM ITS LAST
      *    CAPTURE BEFORE THE DATE (OR, FOR A STORY NEW THAT DAY, ITS
      *    FIRST CAPTURE OF THE DAY) TO ITS LAST CAPTURE OF THE DAY.
      *    A STORY CAPTURED ONLY ONCE HAS NO VELOCITY YET.
      *---------------------------------------------------------------*
       01  VELOC-PARM-CARD.
           05  VP-REPORT-DATE-X            PIC X(08).
           05  VP-REPORT-DATE REDEFINES VP-REPORT-DATE-X
                                           PIC 9(08).
           05  FILLER                      PIC X(72).
      *---------------------------------------------------------------*
       01  RISER-TABLE-FIELDS.
      *---------------------------------------------------------------*
           05  RISER-TABLE OCCURS 2000 TIMES
                           INDEXED BY RS-INDEX.
               10  RST-STORY-KEY           PIC X(08).
               10  RST-TITLE               PIC X(56).
               10  RST-AUTHOR              PIC X(15).
               10  RST-START-VOTES         PIC 9(04).
               10  RST-END-VOTES           PIC 9(04).
               10  RST-GAINED              PIC S9(05).
               10  RST-HOURS               PIC 9(05)V9.
               10  RST-VELOCITY            PIC S9(05)V99.
               10  RST-PRINTED-SW          PIC X(01).
           05  RISER-COUNT                 PIC 9(04) VALUE ZERO.
      *---------------------------------------------------------------*
       01   REPORT-LINES.
      *---------------------------------------------------------------*
           05  RISER-HEADER-LINE.
               10  FILLER  PIC X(40) VALUE
                   'FASTEST-RISING STORIES BY VOTE VELOCITY '.
               10  FILLER  PIC X(05) VALUE 'FOR  '.
               10  RHL-REPORT-DATE         PIC X(10).
               10  FILLER                  PIC X(77) VALUE SPACE.
      *---------------------------------------------------------------*
           05  RISER-DETAIL-LINE.
               10  RDL-RANK                PIC ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RDL-STORY-KEY           PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RDL-TITLE               PIC X(56).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  RDL-AUTHOR              PIC X(15).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  RDL-START-VOTES         PIC Z,ZZ9.
               10  FILLER                  PIC X(04) VALUE ' TO '.
               10  RDL-END-VOTES           PIC Z,ZZ9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  RDL-HOURS               PIC ZZ,ZZ9.9.
               10  FILLER                  PIC X(06) VALUE ' HRS  '.
               10  RDL-VELOCITY            PIC ---,--9.99.
               10  FILLER                  PIC X(05) VALUE ' V/HR'.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** ARCHIVE ROWS READ: '.
               10  TL1-ROW-COUNT           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER  PIC X(22) VALUE '   STORIES ON DATE  : '.
               10  TL1-STORY-COUNT         PIC ZZ,ZZ9.
               10  FILLER  PIC X(22) VALUE '   WITH VELOCITY    : '.
               10  TL1-RISER-COUNT         PIC ZZ,ZZ9.
               10  FILLER                  PIC X(43) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-VELOC-FIELDS.
           05  WS-REPORT-DATE              PIC 9(08).
           05  WS-CUR-STORY-KEY            PIC X(08).
           05  WS-BEFORE-SW                PIC X(01).
               88  WS-HAVE-BEFORE                   VALUE 'Y'.
           05  WS-BEFORE-VOTES             PIC 9(04).
           05  WS-BEFORE-MINUTES           PIC 9(09).
           05  WS-ON-DATE-COUNT            PIC 9(05).
           05  WS-DAY-FIRST-VOTES          PIC 9(04).
           05  WS-DAY-FIRST-MINUTES        PIC 9(09).
           05  WS-DAY-LAST-VOTES           PIC 9(04).
           05  WS-DAY-LAST-MINUTES         PIC 9(09).
           05  WS-DAY-TITLE                PIC X(56).
           05  WS-DAY-AUTHOR               PIC X(15).
           05  WS-START-VOTES              PIC 9(04).
           05  WS-START-MINUTES            PIC 9(09).
           05  WS-THIS-MINUTES             PIC 9(09).
           05  WS-ELAPSED-MINUTES          PIC S9(09).
           05  WS-GAINED                   PIC S9(05).
           05  WS-ROW-COUNT                PIC 9(09) VALUE ZERO.
           05  WS-STORY-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-RANK                     PIC 9(03).
           05  WS-MAX-RISERS-PRINTED       PIC 9(03) VALUE 25.
           05  WS-BEST-SUB                 PIC 9(04).
           05  WS-BEST-VELOCITY            PIC S9(05)V99.
           05  WS-SCAN-SUB                 PIC 9(04).
           05  WS-RUN-LOG-COUNT            PIC 9(07) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-FORMAT-FIELDS.
           05  WS-FMT-DATE-IN              PIC 9(08).
           05  WS-FMT-DATE-R REDEFINES WS-FMT-DATE-IN.
               10  WS-FMT-YEAR             PIC 9(04).
               10  WS-FMT-MONTH            PIC 9(02).
               10  WS-FMT-DAY              PIC 9(02).
           05  WS-FMT-DATE-OUT.
               10  WS-FMT-OUT-MONTH        PIC 9(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-DAY          PIC 9(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-YEAR         PIC 9(04).
           05  WS-FMT-TIME-IN              PIC 9(06).
           05  WS-FMT-TIME-R REDEFINES WS-FMT-TIME-IN.
               10  WS-FMT-HOUR             PIC 9(02).
               10  WS-FMT-MINUTE           PIC 9(02).
               10  WS-FMT-SECOND           PIC 9(02).
      *---------------------------------------------------------------*
       01  WS-SWITCHES.
           05  END-OF-FILE-SW              PIC X(01) VALUE 'N'.
               88  END-OF-FILE                      VALUE 'Y'.
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
           PERFORM 8000-READ-ARCHIVE-FILE.
           PERFORM 2000-PROCESS-ONE-STORY
               UNTIL END-OF-FILE.
           PERFORM 3000-PRINT-FASTEST-RISERS.
           MOVE WS-ROW-COUNT            TO TL1-ROW-COUNT.
           MOVE WS-STORY-COUNT          TO TL1-STORY-COUNT.
           MOVE RISER-COUNT             TO TL1-RISER-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  STORY-ARCHIVE-FILE
                OUTPUT PRINT-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE "HNVELOC"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE SPACE                   TO VELOC-PARM-CARD.
           ACCEPT VELOC-PARM-CARD.
           IF  VP-REPORT-DATE-X NUMERIC
               MOVE VP-REPORT-DATE      TO WS-REPORT-DATE
           ELSE
               MOVE WS-CURRENT-DATE     TO WS-REPORT-DATE.
      *---------------------------------------------------------------*
       2000-PROCESS-ONE-STORY.
      *---------------------------------------------------------------*
      *    ALL ROWS FOR ONE STORY KEY, IN CAPTURE ORDER.  CAPTURE ROWS
      *    ARE PASSED OVER.
           MOVE HA-STORY-KEY            TO WS-CUR-STORY-KEY.
           MOVE 'N'                     TO WS-BEFORE-SW.
           MOVE ZERO                    TO WS-ON-DATE-COUNT.
           PERFORM 2100-TAKE-ONE-ROW
               UNTIL END-OF-FILE
                  OR HA-STORY-KEY NOT = WS-CUR-STORY-KEY.
           IF  WS-ON-DATE-COUNT > ZERO
               ADD 1                    TO WS-STORY-COUNT
               PERFORM 2200-STORE-STORY-VELOCITY.
      *---------------------------------------------------------------*
       2100-TAKE-ONE-ROW.
      *---------------------------------------------------------------*
           IF  NOT HA-CAPTURE-ROW
               MOVE HA-CAPTURE-DATE     TO WS-FMT-DATE-IN
               MOVE HA-CAPTURE-TIME     TO WS-FMT-TIME-IN
               PERFORM 2900-COMPUTE-MINUTES
               IF  HA-CAPTURE-DATE < WS-REPORT-DATE
                   MOVE 'Y'             TO WS-BEFORE-SW
                   MOVE HA-VOTES        TO WS-BEFORE-VOTES
                   MOVE WS-THIS-MINUTES TO WS-BEFORE-MINUTES
               ELSE
                   IF  HA-CAPTURE-DATE = WS-REPORT-DATE
                       ADD 1            TO WS-ON-DATE-COUNT
                       IF  WS-ON-DATE-COUNT = 1
                           MOVE HA-VOTES TO WS-DAY-FIRST-VOTES
                           MOVE WS-THIS-MINUTES
                                        TO WS-DAY-FIRST-MINUTES
                       END-IF
                       MOVE HA-VOTES    TO WS-DAY-LAST-VOTES
                       MOVE WS-THIS-MINUTES
                                        TO WS-DAY-LAST-MINUTES
                       MOVE HA-TITLE    TO WS-DAY-TITLE
                       MOVE HA-AUTHOR   TO WS-DAY-AUTHOR
                   END-IF
               END-IF
           END-IF.
           PERFORM 8000-READ-ARCHIVE-FILE.
      *---------------------------------------------------------------*
       2200-STORE-STORY-VELOCITY.
      *---------------------------------------------------------------*
           IF  WS-HAVE-BEFORE
               MOVE WS-BEFORE-VOTES     TO WS-START-VOTES
               MOVE WS-BEFORE-MINUTES   TO WS-START-MINUTES
           ELSE
               MOVE WS-DAY-FIRST-VOTES  TO WS-START-VOTES
               MOVE WS-DAY-FIRST-MINUTES TO WS-START-MINUTES.
           COMPUTE WS-ELAPSED-MINUTES =
               WS-DAY-LAST-MINUTES - WS-START-MINUTES.
           IF  WS-ELAPSED-MINUTES > ZERO
               IF  RISER-COUNT < 2000
                   ADD 1                TO RISER-COUNT
                   SET RS-INDEX         TO RISER-COUNT
                   COMPUTE WS-GAINED =
                       WS-DAY-LAST-VOTES - WS-START-VOTES
                   MOVE WS-CUR-STORY-KEY TO RST-STORY-KEY(RS-INDEX)
                   MOVE WS-DAY-TITLE    TO RST-TITLE(RS-INDEX)
                   MOVE WS-DAY-AUTHOR   TO RST-AUTHOR(RS-INDEX)
                   MOVE WS-START-VOTES  TO RST-START-VOTES(RS-INDEX)
                   MOVE WS-DAY-LAST-VOTES
                                        TO RST-END-VOTES(RS-INDEX)
                   MOVE WS-GAINED       TO RST-GAINED(RS-INDEX)
                   COMPUTE RST-HOURS(RS-INDEX) ROUNDED =
                       WS-ELAPSED-MINUTES / 60
                   COMPUTE RST-VELOCITY(RS-INDEX) ROUNDED =
                       WS-GAINED * 60 / WS-ELAPSED-MINUTES
                   MOVE 'N'             TO RST-PRINTED-SW(RS-INDEX)
               ELSE
                   DISPLAY 'HNVELOC - RISER TABLE FULL, IGNORED: '
                       WS-CUR-STORY-KEY
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2900-COMPUTE-MINUTES.
      *---------------------------------------------------------------*
           COMPUTE WS-THIS-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-FMT-DATE-IN) * 1440
             + WS-FMT-HOUR * 60 + WS-FMT-MINUTE.
      *---------------------------------------------------------------*
       3000-PRINT-FASTEST-RISERS.
      *---------------------------------------------------------------*
           MOVE WS-REPORT-DATE          TO WS-FMT-DATE-IN.
           MOVE WS-FMT-MONTH            TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-DAY              TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-YEAR             TO WS-FMT-OUT-YEAR.
           MOVE WS-FMT-DATE-OUT         TO RHL-REPORT-DATE.
           MOVE RISER-HEADER-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE ZERO                    TO WS-RANK.
           PERFORM 3050-PICK-FASTEST-RISER.
           PERFORM 3100-PRINT-ONE-RISER
               UNTIL WS-BEST-SUB = ZERO
                  OR WS-RANK = WS-MAX-RISERS-PRINTED.
      *---------------------------------------------------------------*
       3050-PICK-FASTEST-RISER.
      *---------------------------------------------------------------*
           MOVE ZERO                    TO WS-BEST-SUB
                                           WS-BEST-VELOCITY.
           PERFORM 3060-SCAN-ONE-RISER
               VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > RISER-COUNT.
      *---------------------------------------------------------------*
       3060-SCAN-ONE-RISER.
      *---------------------------------------------------------------*
           SET RS-INDEX TO WS-SCAN-SUB.
           IF  RST-PRINTED-SW(RS-INDEX) = 'N'
           AND RST-VELOCITY(RS-INDEX) > WS-BEST-VELOCITY
               MOVE RST-VELOCITY(RS-INDEX) TO WS-BEST-VELOCITY
               MOVE WS-SCAN-SUB         TO WS-BEST-SUB.
      *---------------------------------------------------------------*
       3100-PRINT-ONE-RISER.
      *---------------------------------------------------------------*
           ADD 1                        TO WS-RANK.
           SET RS-INDEX TO WS-BEST-SUB.
           MOVE 'Y'                     TO RST-PRINTED-SW(RS-INDEX).
           MOVE WS-RANK                 TO RDL-RANK.
           MOVE RST-STORY-KEY(RS-INDEX) TO RDL-STORY-KEY.
           MOVE RST-TITLE(RS-INDEX)     TO RDL-TITLE.
           MOVE RST-AUTHOR(RS-INDEX)    TO RDL-AUTHOR.
           MOVE RST-START-VOTES(RS-INDEX) TO RDL-START-VOTES.
           MOVE RST-END-VOTES(RS-INDEX) TO RDL-END-VOTES.
           MOVE RST-HOURS(RS-INDEX)     TO RDL-HOURS.
           MOVE RST-VELOCITY(RS-INDEX)  TO RDL-VELOCITY.
           MOVE RISER-DETAIL-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3050-PICK-FASTEST-RISER.
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
           CLOSE STORY-ARCHIVE-FILE
                 PRINT-FILE
                 RUN-LOG-FILE.
           DISPLAY 'HNVELOC - STORIES ON DATE   : ' WS-STORY-COUNT.
           DISPLAY 'HNVELOC - STORIES RANKED    : ' WS-RANK.
      *---------------------------------------------------------------*
       8000-READ-ARCHIVE-FILE.
      *---------------------------------------------------------------*
           READ STORY-ARCHIVE-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
           IF  NOT END-OF-FILE
               ADD 1                    TO WS-ROW-COUNT
                                           WS-RUN-LOG-COUNT.
