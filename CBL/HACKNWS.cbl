               ASSIGN TO RUNLOG.
           SELECT ALERT-FILE
               ASSIGN TO ALERTFL.
           SELECT OPTIONAL POST-HIST-OLD
               ASSIGN TO HNPOST.
           SELECT POST-HIST-NEW
               ASSIGN TO HNPOSTN.
           SELECT STORY-ARCHIVE-FILE
               ASSIGN TO HNARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HA-KEY.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       COPY RUNLOG.
       FD  ALERT-FILE RECORDING MODE F.
       COPY ALERTFIL.
      *    POSTING HISTORY - ONE ROW PER STORY KEY SEEN IN A SNAPSHOT,
      *    CARRYING THE NORMALIZED TITLE USED TO MATCH REPOSTS.  ROWS
      *    NOT SEEN FOR WS-POST-RETAIN-DAYS DROP OFF ON THE NEXT RUN.
       FD  POST-HIST-OLD RECORDING MODE F.
       01  POST-HIST-OLD-RECORD.
           05  PHO-KEY                     PIC X(08).
           05  PHO-NORM-TITLE              PIC X(96).
           05  PHO-TITLE                   PIC X(80).
           05  PHO-AUTHOR                  PIC X(15).
           05  PHO-VOTES                   PIC 9(04).
           05  PHO-FIRST-SEEN              PIC 9(08).
           05  PHO-LAST-SEEN               PIC 9(08).
           05  PHO-ALERTED-SW              PIC X(01).
           05  FILLER                      PIC X(05).
       FD  POST-HIST-NEW RECORDING MODE F.
       01  POST-HIST-NEW-RECORD.
           05  PHN-KEY                     PIC X(08).
           05  PHN-NORM-TITLE              PIC X(96).
           05  PHN-TITLE                   PIC X(80).
           05  PHN-AUTHOR                  PIC X(15).
           05  PHN-VOTES                   PIC 9(04).
           05  PHN-FIRST-SEEN              PIC 9(08).
           05  PHN-LAST-SEEN               PIC 9(08).
           05  PHN-ALERTED-SW              PIC X(01).
           05  FILLER                      PIC X(05).
       FD  STORY-ARCHIVE-FILE.
       COPY HNARCH.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
               10  FILLER                  PIC X(07) VALUE ' BEST: '.
               10  KSL-BEST-TITLE          PIC X(60).
               10  FILLER                  PIC X(14) VALUE SPACE.
      *---------------------------------------------------------------*
       01  REPOST-REPORT-LINES.
      *---------------------------------------------------------------*
           05  REPOST-HEADER-LINE.
               10  FILLER  PIC X(40) VALUE
                   'REPOSTED STORIES - SAME TITLE UNDER MORE'.
               10  FILLER  PIC X(40) VALUE
                   ' THAN ONE KEY                           '.
               10  FILLER                  PIC X(52) VALUE SPACE.
           05  REPOST-STORY-LINE.
               10  FILLER                  PIC X(06) VALUE 'STORY '.
               10  RSL-KEY                 PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RSL-TITLE               PIC X(80).
               10  FILLER                  PIC X(36) VALUE SPACE.
           05  REPOST-POSTING-LINE.
               10  FILLER                  PIC X(10) VALUE SPACE.
               10  RPL-KEY                 PIC X(08).
               10  FILLER                  PIC X(04) VALUE ' BY '.
               10  RPL-AUTHOR              PIC X(15).
               10  FILLER                  PIC X(07) VALUE ' VOTES '.
               10  RPL-VOTES               PIC Z,ZZ9.
               10  FILLER                  PIC X(12) VALUE
                   '  FIRST SEEN'.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  RPL-FIRST-SEEN          PIC X(10).
               10  FILLER                  PIC X(11) VALUE
                   '  LAST SEEN'.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  RPL-LAST-SEEN           PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RPL-STATUS              PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RPL-ALERTED             PIC X(07).
               10  FILLER                  PIC X(19) VALUE SPACE.
           05  REPOST-TOTAL-LINE.
               10  FILLER                  PIC X(10) VALUE SPACE.
               10  FILLER                  PIC X(09) VALUE 'POSTINGS:'.
               10  RTL-POSTING-COUNT       PIC ZZ9.
               10  FILLER                  PIC X(16) VALUE
                   '  COMBINED VOTES'.
               10  FILLER                  PIC X(01) VALUE ':'.
               10  RTL-VOTE-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(86) VALUE SPACE.
           05  REPOST-TRAILER-LINE.
               10  FILLER                  PIC X(14) VALUE
                   'REPOST GROUPS:'.
               10  RTR-GROUP-COUNT         PIC ZZ,ZZ9.
               10  FILLER                  PIC X(29) VALUE
                   '  PRIORITY ALERTS SUPPRESSED:'.
               10  RTR-SUPPRESS-COUNT      PIC ZZ,ZZ9.
               10  FILLER                  PIC X(26) VALUE
                   '  HISTORY POSTINGS PURGED:'.
               10  RTR-PURGE-COUNT         PIC ZZ,ZZ9.
               10  FILLER                  PIC X(45) VALUE SPACE.
      *---------------------------------------------------------------*
       01  HEADING-LINES.
      *---------------------------------------------------------------*
               88  PRIOR-RANK-EOF                     VALUE 'Y'.
           05  WS-PRIOR-FOUND-SW           PIC X(01) VALUE 'N'.
               88  WS-PRIOR-FOUND                     VALUE 'Y'.
      *---------------------------------------------------------------*
       01  POSTING-TABLE-FIELDS.
      *---------------------------------------------------------------*
      *    EVERY STORY KEY IN THE RETAINED POSTING HISTORY PLUS THE
      *    CURRENT SNAPSHOT, IN THE ORDER FIRST SEEN.  STORIES WHOSE
      *    NORMALIZED TITLES ARE EQUAL ARE POSTINGS OF THE SAME
      *    ARTICLE UNDER DIFFERENT KEYS.
           05  POSTING-TABLE OCCURS 3000 TIMES INDEXED BY PT-INDEX.
               10  PT-KEY                  PIC X(08) VALUE SPACE.
               10  PT-NORM-TITLE           PIC X(96) VALUE SPACE.
               10  PT-TITLE                PIC X(80) VALUE SPACE.
               10  PT-AUTHOR               PIC X(15) VALUE SPACE.
               10  PT-VOTES                PIC 9(04) VALUE ZERO.
               10  PT-FIRST-SEEN           PIC 9(08) VALUE ZERO.
               10  PT-LAST-SEEN            PIC 9(08) VALUE ZERO.
               10  PT-ALERTED-SW           PIC X(01) VALUE 'N'.
               10  PT-SEEN-SW              PIC X(01) VALUE 'N'.
               10  PT-PRINTED-SW           PIC X(01) VALUE 'N'.
           05  POSTING-COUNT               PIC 9(04) VALUE ZERO.
           05  WS-POST-RETAIN-DAYS         PIC 9(03) VALUE 30.
           05  WS-POST-AGE-DAYS            PIC S9(05).
           05  WS-POST-PURGE-COUNT         PIC 9(05) VALUE ZERO.
           05  POST-HIST-EOF-SW            PIC X(01) VALUE 'N'.
               88  POST-HIST-EOF                      VALUE 'Y'.
           05  WS-PT-SUB                   PIC 9(04).
           05  WS-OWN-SUB                  PIC 9(04).
           05  WS-EARLIER-POSTING-SW       PIC X(01) VALUE 'N'.
               88  WS-EARLIER-POSTING-FOUND           VALUE 'Y'.
           05  WS-ALERTED-EARLIER-SW       PIC X(01) VALUE 'N'.
               88  WS-ALERTED-EARLIER                 VALUE 'Y'.
           05  WS-ALERT-SUPPRESS-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-REPOST-GROUP-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-GROUP-POSTING-COUNT      PIC 9(03).
           05  WS-GROUP-VOTE-TOTAL         PIC 9(06).
           05  WS-REPORT-DATE              PIC 9(08).
           05  WS-REPORT-DATE-R REDEFINES WS-REPORT-DATE.
               10  WS-REPORT-YYYY          PIC 9(04).
               10  WS-REPORT-MM            PIC 9(02).
               10  WS-REPORT-DD            PIC 9(02).
           05  WS-REPORT-DATE-EDIT.
               10  WS-REPORT-EDIT-MM       PIC 9(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-REPORT-EDIT-DD       PIC 9(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-REPORT-EDIT-YYYY     PIC 9(04).
      *---------------------------------------------------------------*
       01  TITLE-NORMALIZE-FIELDS.
      *---------------------------------------------------------------*
      *    A TITLE IS NORMALIZED BY UPPER-CASING IT, DROPPING ONE OF
      *    THE HN POST-TYPE PREFIXES BELOW IF IT LEADS THE TITLE, AND
      *    KEEPING ONLY ITS LETTERS AND DIGITS.
           05  TITLE-PREFIX-VALUES.
               10  FILLER  PIC X(12) VALUE '08SHOW HN:  '.
               10  FILLER  PIC X(12) VALUE '07ASK HN:   '.
               10  FILLER  PIC X(12) VALUE '08TELL HN:  '.
               10  FILLER  PIC X(12) VALUE '10LAUNCH HN:'.
               10  FILLER  PIC X(12) VALUE '08POLL HN:  '.
           05  TITLE-PREFIX-TABLE REDEFINES TITLE-PREFIX-VALUES.
               10  TITLE-PREFIX OCCURS 5 TIMES.
                   15  TP-LENGTH           PIC 9(02).
                   15  TP-TEXT             PIC X(10).
           05  WS-PFX-SUB                  PIC 9(02).
           05  WS-UPPER-TITLE              PIC X(96).
           05  WS-NORM-TITLE               PIC X(96).
           05  WS-NORM-LEN                 PIC 9(03).
           05  WS-TITLE-START              PIC 9(03).
           05  WS-CHAR-SUB                 PIC 9(03).
           05  WS-TITLE-CHAR               PIC X(01).
               88  WS-TITLE-CHAR-KEPT      VALUE 'A' THRU 'I'
                                                 'J' THRU 'R'
                                                 'S' THRU 'Z'
                                                 '0' THRU '9'.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
                   15  WS-CURRENT-MM       PIC 9(02).
                   15  WS-CURRENT-SS       PIC 9(02).
                   15  WS-CURRENT-MS       PIC 9(02).
           05  WS-CAPTURE-DATE             PIC 9(08).
           05  WS-CAPTURE-TIME             PIC 9(06).
           05  WS-ARCHIVE-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-ARCHIVE-DUP-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-ELAPSED-FIELDS.
               10  WS-CURRENT-DATE-NUM     PIC 9(08).
               10  WS-POST-DATE-NUM        PIC 9(08).
               UNTIL END-OF-FILE.
           CLOSE SORT-FILE.
           PERFORM 3000-SORT-AND-PRINT-RANKED.
           PERFORM 3700-WRITE-POSTING-HISTORY.
           PERFORM 3750-WRITE-ARCHIVE-CAPTURE.
           PERFORM 3800-WRITE-RUN-LOG-RECORD.
           PERFORM 3900-CLOSE-FILES.
           GOBACK.
                OUTPUT SORT-FILE
                       PRINT-FILE
                       ERROR-FILE
                       RANK-HIST-NEW
                       POST-HIST-NEW.
           OPEN EXTEND RUN-LOG-FILE
                       ALERT-FILE.
           OPEN I-O    STORY-ARCHIVE-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE            TO WS-CURRENT-DATE-NUM.
           MOVE WS-CURRENT-DATE            TO WS-CAPTURE-DATE.
           MOVE WS-CURRENT-TIME (1:6)      TO WS-CAPTURE-TIME.
           MOVE "HACKNEWS"                 TO RL-PROGRAM-ID.
           MOVE "HACKNEWS"                 TO SHD-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME            TO RL-START-TIME.
           PERFORM 1100-LOAD-KEYWORD-TABLE.
           PERFORM 1200-LOAD-PRIOR-RANK-TABLE.
           PERFORM 1300-LOAD-POSTING-TABLE.
      *---------------------------------------------------------------*
       1100-LOAD-KEYWORD-TABLE.
      *---------------------------------------------------------------*
           MOVE RHO-RANK                 TO
               PR-RANK (PRIOR-RANK-COUNT).
           PERFORM 8070-READ-RANK-HIST-OLD.
      *---------------------------------------------------------------*
       1300-LOAD-POSTING-TABLE.
      *---------------------------------------------------------------*
           OPEN INPUT POST-HIST-OLD.
           PERFORM 8080-READ-POST-HIST-OLD.
           PERFORM 1310-STORE-POSTING-RECORD
               UNTIL POST-HIST-EOF.
           CLOSE POST-HIST-OLD.
      *---------------------------------------------------------------*
       1310-STORE-POSTING-RECORD.
      *---------------------------------------------------------------*
           IF  PHO-LAST-SEEN NUMERIC
           AND PHO-LAST-SEEN > 16010100
               COMPUTE WS-POST-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(PHO-LAST-SEEN)
           ELSE
               COMPUTE WS-POST-AGE-DAYS = WS-POST-RETAIN-DAYS + 1.
           IF  WS-POST-AGE-DAYS > WS-POST-RETAIN-DAYS
               ADD 1                     TO WS-POST-PURGE-COUNT
           ELSE
               IF  POSTING-COUNT = 3000
                   PERFORM 9970-POSTING-TABLE-ERROR
               END-IF
               ADD 1                     TO POSTING-COUNT
               MOVE PHO-KEY              TO PT-KEY (POSTING-COUNT)
               MOVE PHO-NORM-TITLE       TO
                   PT-NORM-TITLE (POSTING-COUNT)
               MOVE PHO-TITLE            TO PT-TITLE (POSTING-COUNT)
               MOVE PHO-AUTHOR           TO PT-AUTHOR (POSTING-COUNT)
               MOVE PHO-VOTES            TO PT-VOTES (POSTING-COUNT)
               MOVE PHO-FIRST-SEEN       TO
                   PT-FIRST-SEEN (POSTING-COUNT)
               MOVE PHO-LAST-SEEN        TO
                   PT-LAST-SEEN (POSTING-COUNT)
               MOVE PHO-ALERTED-SW       TO
                   PT-ALERTED-SW (POSTING-COUNT)
           END-IF.
           PERFORM 8080-READ-POST-HIST-OLD.
      *---------------------------------------------------------------*
       2000-PROCESS-HACKER-NEWS-FILE.
      *---------------------------------------------------------------*
           IF  HNR-KEY NOT = SPACE
               PERFORM 2200-NORMALIZE-TITLE
               PERFORM 2250-RECORD-POSTING
               PERFORM 2270-WRITE-ARCHIVE-RECORD.
           PERFORM 2050-CHECK-KEYWORDS.
           IF  WS-KEYWORD-MATCH-FOUND
               UNSTRING HNR-CREATED-DATE DELIMITED BY SPACE
                                           - HNR-TIME-MM) / 60)
           COMPUTE WS-RANKING-NUM = (HNR-VOTES - 1) ** .8
                              / (WS-HN-TIME + 2) ** 1.8.
      *---------------------------------------------------------------*
       2200-NORMALIZE-TITLE.
      *---------------------------------------------------------------*
           MOVE FUNCTION UPPER-CASE(HNR-TITLE) TO WS-UPPER-TITLE.
           MOVE SPACE                   TO WS-NORM-TITLE.
           MOVE ZERO                    TO WS-NORM-LEN.
           MOVE ZERO                    TO WS-TITLE-START.
           INSPECT WS-UPPER-TITLE
               TALLYING WS-TITLE-START FOR LEADING SPACE.
           IF  WS-TITLE-START < 96
               ADD 1                    TO WS-TITLE-START
               PERFORM 2210-STRIP-ONE-PREFIX
                   VARYING WS-PFX-SUB FROM 1 BY 1
                       UNTIL WS-PFX-SUB > 5
               PERFORM 2220-KEEP-ONE-CHARACTER
                   VARYING WS-CHAR-SUB FROM WS-TITLE-START BY 1
                       UNTIL WS-CHAR-SUB > 96.
      *---------------------------------------------------------------*
       2210-STRIP-ONE-PREFIX.
      *---------------------------------------------------------------*
           IF  WS-TITLE-START + TP-LENGTH (WS-PFX-SUB) - 1 < 96
               IF  WS-UPPER-TITLE (WS-TITLE-START :
                                   TP-LENGTH (WS-PFX-SUB))
                 = TP-TEXT (WS-PFX-SUB) (1 : TP-LENGTH (WS-PFX-SUB))
                   ADD TP-LENGTH (WS-PFX-SUB) TO WS-TITLE-START
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2220-KEEP-ONE-CHARACTER.
      *---------------------------------------------------------------*
           MOVE WS-UPPER-TITLE (WS-CHAR-SUB : 1) TO WS-TITLE-CHAR.
           IF  WS-TITLE-CHAR-KEPT
               ADD 1                    TO WS-NORM-LEN
               MOVE WS-TITLE-CHAR       TO
                   WS-NORM-TITLE (WS-NORM-LEN : 1).
      *---------------------------------------------------------------*
       2250-RECORD-POSTING.
      *---------------------------------------------------------------*
           SET PT-INDEX TO 1.
           SEARCH POSTING-TABLE
               AT END
                   PERFORM 9970-POSTING-TABLE-ERROR
               WHEN PT-KEY (PT-INDEX) = HNR-KEY
                   PERFORM 2260-UPDATE-POSTING
               WHEN PT-KEY (PT-INDEX) = SPACE
                   ADD 1                TO POSTING-COUNT
                   MOVE HNR-KEY         TO PT-KEY (PT-INDEX)
                   MOVE WS-CURRENT-DATE-NUM
                                        TO PT-FIRST-SEEN (PT-INDEX)
                   MOVE 'N'             TO PT-ALERTED-SW (PT-INDEX)
                   PERFORM 2260-UPDATE-POSTING.
      *---------------------------------------------------------------*
       2260-UPDATE-POSTING.
      *---------------------------------------------------------------*
           MOVE WS-NORM-TITLE           TO PT-NORM-TITLE (PT-INDEX).
           MOVE HNR-TITLE               TO PT-TITLE (PT-INDEX).
           MOVE HNR-AUTHOR              TO PT-AUTHOR (PT-INDEX).
           MOVE HNR-VOTES               TO PT-VOTES (PT-INDEX).
           MOVE WS-CURRENT-DATE-NUM     TO PT-LAST-SEEN (PT-INDEX).
           MOVE 'Y'                     TO PT-SEEN-SW (PT-INDEX).
      *---------------------------------------------------------------*
       2270-WRITE-ARCHIVE-RECORD.
      *---------------------------------------------------------------*
           MOVE SPACE                   TO HN-ARCHIVE-RECORD.
           MOVE HNR-KEY                 TO HA-STORY-KEY.
           MOVE WS-CAPTURE-DATE         TO HA-CAPTURE-DATE.
           MOVE WS-CAPTURE-TIME         TO HA-CAPTURE-TIME.
           MOVE HNR-VOTES               TO HA-VOTES.
           MOVE HNR-COMMENTS            TO HA-COMMENTS.
           MOVE HNR-TITLE               TO HA-TITLE.
           MOVE HNR-AUTHOR              TO HA-AUTHOR.
           MOVE HNR-CREATED-DATE        TO HA-CREATED-DATE.
           WRITE HN-ARCHIVE-RECORD
               INVALID KEY
                   ADD 1                TO WS-ARCHIVE-DUP-COUNT
               NOT INVALID KEY
                   ADD 1                TO WS-ARCHIVE-COUNT
           END-WRITE.
      *---------------------------------------------------------------*
       3000-SORT-AND-PRINT-RANKED.
      *---------------------------------------------------------------*
               UNTIL RANKED-EOF.
           CLOSE RANKED-FILE.
           PERFORM 3200-PRINT-KEYWORD-STATS.
           PERFORM 3400-PRINT-REPOST-REPORT.
      *---------------------------------------------------------------*
       3200-PRINT-KEYWORD-STATS.
      *---------------------------------------------------------------*
           MOVE RR-HH                   TO DL-HN-HH.
           MOVE RR-MM                   TO DL-HN-MM.
           MOVE RR-RANKING-NUM          TO DL-RANKING.
           PERFORM 3300-CHECK-EARLIER-POSTINGS.
           PERFORM 3110-DETERMINE-TREND.
           MOVE DETAIL-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  RR-PRIORITY-FLAG = 'Y'
           AND WS-CURRENT-RANK-POSITION NOT GREATER THAN 10
               IF  WS-ALERTED-EARLIER
                   ADD 1                TO WS-ALERT-SUPPRESS-COUNT
               ELSE
                   PERFORM 3160-WRITE-PRIORITY-ALERT
               END-IF
           END-IF.
           MOVE RR-KW-FLAGS             TO WS-RANKED-KW-FLAGS.
           PERFORM 3170-TALLY-KEYWORD-STATS
               VARYING WS-KW-SUB FROM 1 BY 1
                   ELSE
                       MOVE 'SAME'       TO DL-TREND
                   END-IF
               END-IF
           ELSE
               IF  WS-EARLIER-POSTING-FOUND
                   MOVE 'RPST'           TO DL-TREND
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3150-WRITE-RANK-HISTORY.
      *---------------------------------------------------------------*
                  ' TITLE ' RR-TITLE (1:60)
               DELIMITED BY SIZE INTO AL-BODY.
           WRITE ALERT-RECORD.
           IF  WS-OWN-SUB > ZERO
               MOVE 'Y'                  TO PT-ALERTED-SW (WS-OWN-SUB).
      *---------------------------------------------------------------*
       3300-CHECK-EARLIER-POSTINGS.
      *---------------------------------------------------------------*
           MOVE 'N'                     TO WS-EARLIER-POSTING-SW.
           MOVE 'N'                     TO WS-ALERTED-EARLIER-SW.
           MOVE ZERO                    TO WS-OWN-SUB.
           SET PT-INDEX TO 1.
           SEARCH POSTING-TABLE
               AT END
                   MOVE ZERO             TO WS-OWN-SUB
               WHEN PT-KEY (PT-INDEX) = RR-KEY
                   SET WS-OWN-SUB        TO PT-INDEX.
           IF  WS-OWN-SUB > ZERO
               IF  PT-NORM-TITLE (WS-OWN-SUB) NOT = SPACE
                   PERFORM 3310-COMPARE-ONE-POSTING
                       VARYING WS-PT-SUB FROM 1 BY 1
                           UNTIL WS-PT-SUB > POSTING-COUNT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3310-COMPARE-ONE-POSTING.
      *---------------------------------------------------------------*
           IF  WS-PT-SUB NOT = WS-OWN-SUB
           AND PT-NORM-TITLE (WS-PT-SUB) = PT-NORM-TITLE (WS-OWN-SUB)
               IF  WS-PT-SUB < WS-OWN-SUB
                   SET WS-EARLIER-POSTING-FOUND TO TRUE
               END-IF
               IF  PT-ALERTED-SW (WS-PT-SUB) = 'Y'
                   SET WS-ALERTED-EARLIER TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3400-PRINT-REPOST-REPORT.
      *---------------------------------------------------------------*
           MOVE 2                       TO LINE-SPACEING.
           MOVE REPOST-HEADER-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 3410-CHECK-ONE-STORY
               VARYING WS-OWN-SUB FROM 1 BY 1
                   UNTIL WS-OWN-SUB > POSTING-COUNT.
           MOVE WS-REPOST-GROUP-COUNT   TO RTR-GROUP-COUNT.
           MOVE WS-ALERT-SUPPRESS-COUNT TO RTR-SUPPRESS-COUNT.
           MOVE WS-POST-PURGE-COUNT     TO RTR-PURGE-COUNT.
           MOVE 2                       TO LINE-SPACEING.
           MOVE REPOST-TRAILER-LINE     TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3410-CHECK-ONE-STORY.
      *---------------------------------------------------------------*
      *    A GROUP IS PRINTED ONCE, HEADED BY THE FIRST OF ITS
      *    POSTINGS IN THIS SNAPSHOT, WITH EVERY POSTING OF THE SAME
      *    TITLE LISTED IN THE ORDER FIRST SEEN.
           IF  PT-SEEN-SW (WS-OWN-SUB) = 'Y'
           AND PT-PRINTED-SW (WS-OWN-SUB) = 'N'
           AND PT-NORM-TITLE (WS-OWN-SUB) NOT = SPACE
               MOVE ZERO                TO WS-GROUP-POSTING-COUNT
               PERFORM 3420-COUNT-ONE-POSTING
                   VARYING WS-PT-SUB FROM 1 BY 1
                       UNTIL WS-PT-SUB > POSTING-COUNT
               IF  WS-GROUP-POSTING-COUNT > 1
                   PERFORM 3430-PRINT-REPOST-GROUP
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3420-COUNT-ONE-POSTING.
      *---------------------------------------------------------------*
           IF  PT-NORM-TITLE (WS-PT-SUB) = PT-NORM-TITLE (WS-OWN-SUB)
               ADD 1                    TO WS-GROUP-POSTING-COUNT.
      *---------------------------------------------------------------*
       3430-PRINT-REPOST-GROUP.
      *---------------------------------------------------------------*
           ADD 1                        TO WS-REPOST-GROUP-COUNT.
           MOVE ZERO                    TO WS-GROUP-VOTE-TOTAL.
           MOVE PT-KEY (WS-OWN-SUB)     TO RSL-KEY.
           MOVE PT-TITLE (WS-OWN-SUB)   TO RSL-TITLE.
           MOVE 2                       TO LINE-SPACEING.
           MOVE REPOST-STORY-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 3440-PRINT-ONE-POSTING
               VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > POSTING-COUNT.
           MOVE WS-GROUP-POSTING-COUNT  TO RTL-POSTING-COUNT.
           MOVE WS-GROUP-VOTE-TOTAL     TO RTL-VOTE-TOTAL.
           MOVE REPOST-TOTAL-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3440-PRINT-ONE-POSTING.
      *---------------------------------------------------------------*
           IF  PT-NORM-TITLE (WS-PT-SUB) = PT-NORM-TITLE (WS-OWN-SUB)
               MOVE 'Y'                 TO PT-PRINTED-SW (WS-PT-SUB)
               ADD PT-VOTES (WS-PT-SUB) TO WS-GROUP-VOTE-TOTAL
               MOVE PT-KEY (WS-PT-SUB)  TO RPL-KEY
               MOVE PT-AUTHOR (WS-PT-SUB) TO RPL-AUTHOR
               MOVE PT-VOTES (WS-PT-SUB) TO RPL-VOTES
               MOVE PT-FIRST-SEEN (WS-PT-SUB) TO WS-REPORT-DATE
               PERFORM 3450-FORMAT-REPORT-DATE
               MOVE WS-REPORT-DATE-EDIT TO RPL-FIRST-SEEN
               MOVE PT-LAST-SEEN (WS-PT-SUB) TO WS-REPORT-DATE
               PERFORM 3450-FORMAT-REPORT-DATE
               MOVE WS-REPORT-DATE-EDIT TO RPL-LAST-SEEN
               IF  PT-SEEN-SW (WS-PT-SUB) = 'Y'
                   MOVE 'THIS RUN'      TO RPL-STATUS
               ELSE
                   MOVE 'EARLIER '      TO RPL-STATUS
               END-IF
               IF  PT-ALERTED-SW (WS-PT-SUB) = 'Y'
                   MOVE 'ALERTED'       TO RPL-ALERTED
               ELSE
                   MOVE SPACE           TO RPL-ALERTED
               END-IF
               MOVE REPOST-POSTING-LINE TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       3450-FORMAT-REPORT-DATE.
      *---------------------------------------------------------------*
           MOVE WS-REPORT-MM            TO WS-REPORT-EDIT-MM.
           MOVE WS-REPORT-DD            TO WS-REPORT-EDIT-DD.
           MOVE WS-REPORT-YYYY          TO WS-REPORT-EDIT-YYYY.
      *---------------------------------------------------------------*
       3700-WRITE-POSTING-HISTORY.
      *---------------------------------------------------------------*
           PERFORM 3710-WRITE-ONE-POSTING
               VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > POSTING-COUNT.
      *---------------------------------------------------------------*
       3710-WRITE-ONE-POSTING.
      *---------------------------------------------------------------*
           MOVE SPACE                   TO POST-HIST-NEW-RECORD.
           MOVE PT-KEY (WS-PT-SUB)      TO PHN-KEY.
           MOVE PT-NORM-TITLE (WS-PT-SUB) TO PHN-NORM-TITLE.
           MOVE PT-TITLE (WS-PT-SUB)    TO PHN-TITLE.
           MOVE PT-AUTHOR (WS-PT-SUB)   TO PHN-AUTHOR.
           MOVE PT-VOTES (WS-PT-SUB)    TO PHN-VOTES.
           MOVE PT-FIRST-SEEN (WS-PT-SUB) TO PHN-FIRST-SEEN.
           MOVE PT-LAST-SEEN (WS-PT-SUB) TO PHN-LAST-SEEN.
           MOVE PT-ALERTED-SW (WS-PT-SUB) TO PHN-ALERTED-SW.
           WRITE POST-HIST-NEW-RECORD.
      *---------------------------------------------------------------*
       8060-READ-RANKED-FILE.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           READ RANK-HIST-OLD
               AT END MOVE 'Y' TO PRIOR-RANK-EOF-SW.
      *---------------------------------------------------------------*
       3750-WRITE-ARCHIVE-CAPTURE.
      *---------------------------------------------------------------*
           MOVE SPACE                   TO HN-ARCHIVE-RECORD.
           SET HA-CAPTURE-ROW           TO TRUE.
           MOVE WS-CAPTURE-DATE         TO HA-CAPTURE-DATE.
           MOVE WS-CAPTURE-TIME         TO HA-CAPTURE-TIME.
           MOVE WS-ARCHIVE-COUNT        TO HA-CAPTURE-STORIES.
           WRITE HN-ARCHIVE-RECORD
               INVALID KEY
                   ADD 1                TO WS-ARCHIVE-DUP-COUNT
           END-WRITE.
      *---------------------------------------------------------------*
       8080-READ-POST-HIST-OLD.
      *---------------------------------------------------------------*
           READ POST-HIST-OLD
               AT END MOVE 'Y' TO POST-HIST-EOF-SW.
      *---------------------------------------------------------------*
       3800-WRITE-RUN-LOG-RECORD.
      *---------------------------------------------------------------*
           IF WS-WRITE-ERROR-COUNT > ZERO
               DISPLAY 'HACKNWS COMPLETED WITH ' WS-WRITE-ERROR-COUNT
                   ' SORT-FILE WRITE FAILURES'.
           IF WS-ARCHIVE-DUP-COUNT > ZERO
               DISPLAY 'HACKNWS ' WS-ARCHIVE-DUP-COUNT
                   ' ARCHIVE ROWS ALREADY ON FILE FOR THIS CAPTURE'.
           CLOSE HACKER-NEWS-FILE
                 PRINT-FILE
                 ERROR-FILE
                 RANK-HIST-NEW
                 POST-HIST-NEW
                 STORY-ARCHIVE-FILE
                 RUN-LOG-FILE
                 ALERT-FILE.
      *---------------------------------------------------------------*
                 PRINT-FILE
                 KEYWORD-FILE
                 ERROR-FILE
                 STORY-ARCHIVE-FILE
                 RUN-LOG-FILE.
           STOP RUN.
      *---------------------------------------------------------------*
                 ERROR-FILE
                 RANK-HIST-OLD
                 RANK-HIST-NEW
                 STORY-ARCHIVE-FILE
                 RUN-LOG-FILE.
           STOP RUN.
      *---------------------------------------------------------------*
       9970-POSTING-TABLE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY '*--------------------------------------------*'.
           DISPLAY '* ABNORMAL END OF HACKNEWS                    *'.
           DISPLAY '* POSTING TABLE OVERFLOW - 3000 ENTRIES       *'.
           DISPLAY '*--------------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME            TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT           TO RL-RECORD-COUNT.
           MOVE "ABEND"                    TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE HACKER-NEWS-FILE
                 SORT-FILE
                 PRINT-FILE
                 ERROR-FILE
                 RANK-HIST-NEW
                 POST-HIST-NEW
                 STORY-ARCHIVE-FILE
                 RUN-LOG-FILE.
           STOP RUN.
