       IDENTIFICATION DIVISION.
       PROGRAM-ID. HNSTINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-ARCHIVE-FILE
               ASSIGN TO HNARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
      *    LIFETIME INQUIRY AGAINST THE KEYED HACKER NEWS STORY
      *    ARCHIVE.  REQUEST CARDS ARRIVE ONE PER PARM LINE WITH THE
      *    STORY KEY IN COLUMNS 1-8.  FOR EACH STORY EVERY CAPTURE IS
      *    LISTED WITH THE VOTES GAINED AND VOTES PER HOUR SINCE THE
      *    CAPTURE BEFORE, FOLLOWED BY FIRST SEEN, LAST SEEN, PEAK
      *    VOTES, THE LIFETIME VOTE VELOCITY AND THE CAPTURE AT WHICH
      *    THE STORY DROPPED OFF THE SNAPSHOT.
      *---------------------------------------------------------------*
       01  INQ-REQUEST-CARD.
           05  IC-STORY-KEY                PIC X(08).
           05  FILLER                      PIC X(72).
      *---------------------------------------------------------------*
       01   REPORT-LINES.
      *---------------------------------------------------------------*
           05  INQ-STORY-LINE.
               10  FILLER                  PIC X(06) VALUE 'STORY '.
               10  ISL-STORY-KEY           PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ISL-TITLE               PIC X(80).
               10  FILLER                  PIC X(04) VALUE ' BY '.
               10  ISL-AUTHOR              PIC X(15).
               10  FILLER                  PIC X(17) VALUE SPACE.
      *---------------------------------------------------------------*
           05  INQ-CAPTURE-LINE.
               10  FILLER                  PIC X(06) VALUE SPACE.
               10  FILLER                  PIC X(09) VALUE 'CAPTURED '.
               10  ICL-DATE                PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  ICL-TIME                PIC X(05).
               10  FILLER                  PIC X(08) VALUE '  VOTES '.
               10  ICL-VOTES               PIC Z,ZZ9.
               10  FILLER                  PIC X(11)
                   VALUE '  COMMENTS '.
               10  ICL-COMMENTS            PIC Z,ZZ9.
               10  FILLER                  PIC X(09) VALUE '  GAINED '.
               10  ICL-GAINED              PIC -,--9.
               10  FILLER                  PIC X(06) VALUE ' OVER '.
               10  ICL-HOURS               PIC ZZ,ZZ9.9.
               10  FILLER                  PIC X(04) VALUE ' HRS'.
               10  FILLER                  PIC X(12)
                   VALUE '  VOTES/HR  '.
               10  ICL-VELOCITY            PIC ---,--9.99.
               10  FILLER                  PIC X(18) VALUE SPACE.
      *---------------------------------------------------------------*
           05  INQ-SUMMARY-LINE-1.
               10  FILLER                  PIC X(06) VALUE SPACE.
               10  FILLER                  PIC X(11)
                   VALUE 'FIRST SEEN '.
               10  IS1-FIRST-DATE          PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  IS1-FIRST-TIME          PIC X(05).
               10  FILLER                  PIC X(12)
                   VALUE '  LAST SEEN '.
               10  IS1-LAST-DATE           PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  IS1-LAST-TIME           PIC X(05).
               10  FILLER                  PIC X(11)
                   VALUE '  CAPTURES '.
               10  IS1-CAPTURES            PIC ZZ,ZZ9.
               10  FILLER                  PIC X(54) VALUE SPACE.
      *---------------------------------------------------------------*
           05  INQ-SUMMARY-LINE-2.
               10  FILLER                  PIC X(06) VALUE SPACE.
               10  FILLER                  PIC X(11)
                   VALUE 'PEAK VOTES '.
               10  IS2-PEAK-VOTES          PIC Z,ZZ9.
               10  FILLER                  PIC X(04) VALUE ' AT '.
               10  IS2-PEAK-DATE           PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  IS2-PEAK-TIME           PIC X(05).
               10  FILLER                  PIC X(21)
                   VALUE '  LIFETIME VOTES/HR  '.
               10  IS2-VELOCITY            PIC ---,--9.99.
               10  FILLER                  PIC X(14)
                   VALUE '  DROPPED OFF '.
               10  IS2-DROPPED-OFF         PIC X(24).
               10  FILLER                  PIC X(21) VALUE SPACE.
      *---------------------------------------------------------------*
           05  INQ-NOTFOUND-LINE.
               10  FILLER                  PIC X(06) VALUE 'STORY '.
               10  INF-STORY-KEY           PIC X(08).
               10  FILLER                  PIC X(26)
                   VALUE '  NOT ON THE STORY ARCHIVE'.
               10  FILLER                  PIC X(92) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-INQUIRY-FIELDS.
           05  WS-CAPTURE-COUNT            PIC 9(05).
           05  WS-FIRST-DATE               PIC 9(08).
           05  WS-FIRST-TIME               PIC 9(06).
           05  WS-FIRST-VOTES              PIC 9(04).
           05  WS-LAST-DATE                PIC 9(08).
           05  WS-LAST-TIME                PIC 9(06).
           05  WS-PEAK-VOTES               PIC 9(04).
           05  WS-PEAK-DATE                PIC 9(08).
           05  WS-PEAK-TIME                PIC 9(06).
           05  WS-PRIOR-VOTES              PIC 9(04).
           05  WS-PRIOR-MINUTES            PIC 9(09).
           05  WS-FIRST-MINUTES            PIC 9(09).
           05  WS-THIS-MINUTES             PIC 9(09).
           05  WS-ELAPSED-MINUTES          PIC S9(09).
           05  WS-GAINED                   PIC S9(05).
           05  WS-VELOCITY                 PIC S9(05)V99.
           05  WS-HOURS                    PIC 9(05)V9.
           05  WS-FOUND-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-NOTFOUND-COUNT           PIC 9(05) VALUE ZERO.
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
           05  WS-FMT-TIME-OUT.
               10  WS-FMT-OUT-HOUR         PIC 9(02).
               10  FILLER                  PIC X(01) VALUE ':'.
               10  WS-FMT-OUT-MINUTE       PIC 9(02).
      *---------------------------------------------------------------*
       01  WS-SWITCHES.
           05  STORY-DONE-SW               PIC X(01) VALUE 'N'.
               88  STORY-DONE                       VALUE 'Y'.
           05  DROP-FOUND-SW               PIC X(01) VALUE 'N'.
               88  DROP-FOUND                       VALUE 'Y'.
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
           MOVE SPACE                   TO INQ-REQUEST-CARD.
           ACCEPT INQ-REQUEST-CARD.
           PERFORM 2000-PROCESS-ONE-REQUEST
               UNTIL INQ-REQUEST-CARD = SPACE.
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
           MOVE "HNSTINQ"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
      *---------------------------------------------------------------*
       2000-PROCESS-ONE-REQUEST.
      *---------------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE ZERO                    TO WS-CAPTURE-COUNT
                                           WS-PEAK-VOTES.
           MOVE 'N'                     TO STORY-DONE-SW.
           MOVE IC-STORY-KEY            TO HA-STORY-KEY.
           MOVE ZERO                    TO HA-CAPTURE-DATE
                                           HA-CAPTURE-TIME.
           START STORY-ARCHIVE-FILE
               KEY NOT LESS THAN HA-KEY
               INVALID KEY
                   MOVE 'Y'             TO STORY-DONE-SW.
           PERFORM 2100-READ-NEXT-CAPTURE
               UNTIL STORY-DONE.
           IF  WS-CAPTURE-COUNT = ZERO
               PERFORM 2400-REPORT-NOT-FOUND
           ELSE
               ADD 1                    TO WS-FOUND-COUNT
               PERFORM 2300-REPORT-LIFETIME.
           MOVE SPACE                   TO INQ-REQUEST-CARD.
           ACCEPT INQ-REQUEST-CARD.
      *---------------------------------------------------------------*
       2100-READ-NEXT-CAPTURE.
      *---------------------------------------------------------------*
           READ STORY-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y'          TO STORY-DONE-SW.
           IF  NOT STORY-DONE
               IF  HA-STORY-KEY NOT = IC-STORY-KEY
                   MOVE 'Y'             TO STORY-DONE-SW
               ELSE
                   PERFORM 2200-REPORT-ONE-CAPTURE.
      *---------------------------------------------------------------*
       2200-REPORT-ONE-CAPTURE.
      *---------------------------------------------------------------*
           ADD 1                        TO WS-CAPTURE-COUNT.
           MOVE HA-CAPTURE-DATE         TO WS-FMT-DATE-IN.
           MOVE HA-CAPTURE-TIME         TO WS-FMT-TIME-IN.
           PERFORM 2900-COMPUTE-MINUTES.
           IF  WS-CAPTURE-COUNT = 1
               MOVE HA-STORY-KEY        TO ISL-STORY-KEY
               MOVE HA-TITLE            TO ISL-TITLE
               MOVE HA-AUTHOR           TO ISL-AUTHOR
               MOVE INQ-STORY-LINE      TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 2
               MOVE HA-CAPTURE-DATE     TO WS-FIRST-DATE
               MOVE HA-CAPTURE-TIME     TO WS-FIRST-TIME
               MOVE HA-VOTES            TO WS-FIRST-VOTES
               MOVE WS-THIS-MINUTES     TO WS-FIRST-MINUTES
               MOVE ZERO                TO ICL-GAINED
                                           ICL-HOURS
                                           ICL-VELOCITY
           ELSE
               COMPUTE WS-GAINED = HA-VOTES - WS-PRIOR-VOTES
               COMPUTE WS-ELAPSED-MINUTES =
                   WS-THIS-MINUTES - WS-PRIOR-MINUTES
               PERFORM 2950-COMPUTE-VELOCITY
               MOVE WS-GAINED           TO ICL-GAINED
               MOVE WS-HOURS            TO ICL-HOURS
               MOVE WS-VELOCITY         TO ICL-VELOCITY.
           IF  HA-VOTES > WS-PEAK-VOTES
           OR  WS-CAPTURE-COUNT = 1
               MOVE HA-VOTES            TO WS-PEAK-VOTES
               MOVE HA-CAPTURE-DATE     TO WS-PEAK-DATE
               MOVE HA-CAPTURE-TIME     TO WS-PEAK-TIME.
           MOVE HA-CAPTURE-DATE         TO WS-LAST-DATE.
           MOVE HA-CAPTURE-TIME         TO WS-LAST-TIME.
           MOVE HA-VOTES                TO WS-PRIOR-VOTES.
           MOVE WS-THIS-MINUTES         TO WS-PRIOR-MINUTES.
           PERFORM 2800-FORMAT-DATE-TIME.
           MOVE WS-FMT-DATE-OUT         TO ICL-DATE.
           MOVE WS-FMT-TIME-OUT         TO ICL-TIME.
           MOVE HA-VOTES                TO ICL-VOTES.
           MOVE HA-COMMENTS             TO ICL-COMMENTS.
           MOVE INQ-CAPTURE-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *---------------------------------------------------------------*
       2300-REPORT-LIFETIME.
      *---------------------------------------------------------------*
           MOVE WS-FIRST-DATE           TO WS-FMT-DATE-IN.
           MOVE WS-FIRST-TIME           TO WS-FMT-TIME-IN.
           PERFORM 2800-FORMAT-DATE-TIME.
           MOVE WS-FMT-DATE-OUT         TO IS1-FIRST-DATE.
           MOVE WS-FMT-TIME-OUT         TO IS1-FIRST-TIME.
           MOVE WS-LAST-DATE            TO WS-FMT-DATE-IN.
           MOVE WS-LAST-TIME            TO WS-FMT-TIME-IN.
           PERFORM 2800-FORMAT-DATE-TIME.
           MOVE WS-FMT-DATE-OUT         TO IS1-LAST-DATE.
           MOVE WS-FMT-TIME-OUT         TO IS1-LAST-TIME.
           MOVE WS-CAPTURE-COUNT        TO IS1-CAPTURES.
           MOVE INQ-SUMMARY-LINE-1      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE WS-PEAK-VOTES           TO IS2-PEAK-VOTES.
           MOVE WS-PEAK-DATE            TO WS-FMT-DATE-IN.
           MOVE WS-PEAK-TIME            TO WS-FMT-TIME-IN.
           PERFORM 2800-FORMAT-DATE-TIME.
           MOVE WS-FMT-DATE-OUT         TO IS2-PEAK-DATE.
           MOVE WS-FMT-TIME-OUT         TO IS2-PEAK-TIME.
           COMPUTE WS-GAINED = WS-PRIOR-VOTES - WS-FIRST-VOTES.
           COMPUTE WS-ELAPSED-MINUTES =
               WS-PRIOR-MINUTES - WS-FIRST-MINUTES.
           PERFORM 2950-COMPUTE-VELOCITY.
           MOVE WS-VELOCITY             TO IS2-VELOCITY.
           PERFORM 2350-FIND-DROP-OFF.
           MOVE INQ-SUMMARY-LINE-2      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           DISPLAY 'HNSTINQ - ' IC-STORY-KEY ' CAPTURES '
               WS-CAPTURE-COUNT ' PEAK VOTES ' WS-PEAK-VOTES.
      *---------------------------------------------------------------*
       2350-FIND-DROP-OFF.
      *---------------------------------------------------------------*
      *    THE STORY DROPPED OFF AT THE FIRST CAPTURE AFTER ITS LAST
      *    ROW; NO LATER CAPTURE MEANS IT WAS IN THE LATEST SNAPSHOT.
           MOVE 'N'                     TO DROP-FOUND-SW.
           SET HA-CAPTURE-ROW           TO TRUE.
           MOVE WS-LAST-DATE            TO HA-CAPTURE-DATE.
           MOVE WS-LAST-TIME            TO HA-CAPTURE-TIME.
           START STORY-ARCHIVE-FILE
               KEY GREATER THAN HA-KEY
               INVALID KEY
                   MOVE 'N'             TO DROP-FOUND-SW
               NOT INVALID KEY
                   READ STORY-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE 'N'     TO DROP-FOUND-SW
                       NOT AT END
                           IF  HA-CAPTURE-ROW
                               MOVE 'Y' TO DROP-FOUND-SW
                           END-IF
                   END-READ
           END-START.
           IF  DROP-FOUND
               MOVE HA-CAPTURE-DATE     TO WS-FMT-DATE-IN
               MOVE HA-CAPTURE-TIME     TO WS-FMT-TIME-IN
               PERFORM 2800-FORMAT-DATE-TIME
               MOVE SPACE               TO IS2-DROPPED-OFF
               STRING WS-FMT-DATE-OUT ' ' WS-FMT-TIME-OUT
                   DELIMITED BY SIZE INTO IS2-DROPPED-OFF
           ELSE
               MOVE 'IN LATEST SNAPSHOT'
                                        TO IS2-DROPPED-OFF.
      *---------------------------------------------------------------*
       2400-REPORT-NOT-FOUND.
      *---------------------------------------------------------------*
           ADD 1                        TO WS-NOTFOUND-COUNT.
           MOVE IC-STORY-KEY            TO INF-STORY-KEY.
           MOVE INQ-NOTFOUND-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           DISPLAY 'HNSTINQ - ' INQ-NOTFOUND-LINE (1:40).
      *---------------------------------------------------------------*
       2800-FORMAT-DATE-TIME.
      *---------------------------------------------------------------*
           MOVE WS-FMT-MONTH            TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-DAY              TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-YEAR             TO WS-FMT-OUT-YEAR.
           MOVE WS-FMT-HOUR             TO WS-FMT-OUT-HOUR.
           MOVE WS-FMT-MINUTE           TO WS-FMT-OUT-MINUTE.
      *---------------------------------------------------------------*
       2900-COMPUTE-MINUTES.
      *---------------------------------------------------------------*
      *    MINUTES SINCE DAY ONE OF THE INTEGER-DATE CALENDAR, SO TWO
      *    CAPTURES CAN BE SUBTRACTED ACROSS MIDNIGHT.
           COMPUTE WS-THIS-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-FMT-DATE-IN) * 1440
             + WS-FMT-HOUR * 60 + WS-FMT-MINUTE.
      *---------------------------------------------------------------*
       2950-COMPUTE-VELOCITY.
      *---------------------------------------------------------------*
           IF  WS-ELAPSED-MINUTES > ZERO
               COMPUTE WS-HOURS ROUNDED = WS-ELAPSED-MINUTES / 60
               COMPUTE WS-VELOCITY ROUNDED =
                   WS-GAINED * 60 / WS-ELAPSED-MINUTES
           ELSE
               MOVE ZERO                TO WS-HOURS
                                           WS-VELOCITY.
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
           DISPLAY 'HNSTINQ - STORIES FOUND     : ' WS-FOUND-COUNT.
           DISPLAY 'HNSTINQ - STORIES NOT FOUND : ' WS-NOTFOUND-COUNT.
