           SELECT WORKLIST-FILE   ASSIGN TO FRAUDWRK.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT WORK-QUEUE-FEED ASSIGN TO WRKQFEED.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FD  CLAIMS-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  CLAIMS-RECORD                 PIC X(100).
      *----------------------------------------------------------*
       FD  POLICY-MASTER-FILE
           RECORDING MODE IS F.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
      *----------------------------------------------------------*
       FD  WORK-QUEUE-FEED
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  WORK-QUEUE-FEED-RECORD        PIC X(150).
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    SCORES EACH CLAIM AGAINST THE FRAUDRUL RULES.  CLAIMS
      *    AT OR ABOVE THE PARM SCORE GO TO THE INVESTIGATOR
      *    WORKLIST FILE AND PRINT RANKED WITH THE TRIGGERED RULES
      *    SPELLED OUT.  EACH WORKLIST CLAIM IS ALSO FED TO THE
      *    EXAMINER WORK QUEUE (WRKQMGR) FOR THE FRAUD DESK, AT TOP
      *    PRIORITY WHEN IT SCORES TWICE THE MINIMUM OR MORE.
      *----------------------------------------------------------*
       COPY CLAIMREC.
      *----------------------------------------------------------*
       COPY WRKQITEM.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  SCORE-DETAIL-LINE.
           05  WS-SCAN-SUB               PIC 9(03).
           05  WS-CLAIM-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-ITEM-REASON.
               10  FILLER                PIC X(12) VALUE
                   'FRAUD SCORE '.
               10  WS-ITEM-SCORE         PIC 9(04).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  WS-ITEM-RULES         PIC X(12).
               10  FILLER                PIC X(05) VALUE SPACE.
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
           OPEN    INPUT  FRAUD-RULE-FILE
                   OUTPUT WORKLIST-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          WORK-QUEUE-FEED.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE "FRAUDSCR"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-RULES-HIT            TO WL-RULES-HIT.
           MOVE WS-CURRENT-DATE         TO WL-RUN-DATE.
           WRITE WORKLIST-RECORD.
           PERFORM 2660-WRITE-WORK-ITEM.
      *----------------------------------------------------------*
       2660-WRITE-WORK-ITEM.
      *----------------------------------------------------------*
           MOVE SPACE                   TO WORK-ITEM-RECORD.
           MOVE ZERO                    TO WQ-ITEM-NO
                                           WQ-DUE-DATE
                                           WQ-ASSIGNED-DATE
                                           WQ-CLOSED-DATE.
           MOVE 'FRAUDSCR'              TO WQ-SOURCE.
           MOVE INSURED-POLICY-NO       TO WQ-POLICY-NO.
           MOVE POLICY-BENEFIT-DATE-NUM TO WQ-CLAIM-DATE.
           MOVE 'FS'                    TO WQ-REASON-CODE.
           MOVE WS-SCORE                TO WS-ITEM-SCORE.
           MOVE WS-RULES-HIT            TO WS-ITEM-RULES.
           MOVE WS-ITEM-REASON          TO WQ-REASON.
           MOVE 'FR'                    TO WQ-SKILL.
           IF  WS-SCORE NOT LESS THAN WS-MIN-SCORE * 2
               MOVE 1                   TO WQ-PRIORITY
           ELSE
               MOVE 2                   TO WQ-PRIORITY.
           MOVE CLAIM-AMOUNT            TO WQ-CLAIM-AMOUNT.
           MOVE WS-CURRENT-DATE         TO WQ-CREATED-DATE.
           MOVE 'O'                     TO WQ-STATUS.
           WRITE WORK-QUEUE-FEED-RECORD FROM WORK-ITEM-RECORD.
      *----------------------------------------------------------*
       3000-PRINT-RANKED-WORKLIST.
      *----------------------------------------------------------*
           CLOSE   FRAUD-RULE-FILE
                   WORKLIST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE
                   WORK-QUEUE-FEED.
           DISPLAY 'FRAUDSCR - CLAIMS SCREENED : ' WS-CLAIM-COUNT.
           DISPLAY 'FRAUDSCR - WORKLIST SIZE   : ' WORKLIST-COUNT.
      *----------------------------------------------------------*
