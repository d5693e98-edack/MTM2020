           SELECT RESUBMIT-FILE   ASSIGN TO APPLRESB.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT WORK-QUEUE-FEED ASSIGN TO WRKQFEED.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
           05  APO-REJECT-DATE           PIC 9(08).
           05  APO-DEADLINE-DATE         PIC 9(08).
           05  APO-REASON                PIC X(20).
           05  APO-CLAIM-RECORD          PIC X(100).
           05  FILLER                    PIC X(06).
      *----------------------------------------------------------*
       FD  APPEAL-NEW-FILE
           05  APN-REJECT-DATE           PIC 9(08).
           05  APN-DEADLINE-DATE         PIC 9(08).
           05  APN-REASON                PIC X(20).
           05  APN-CLAIM-RECORD          PIC X(100).
           05  FILLER                    PIC X(06).
      *----------------------------------------------------------*
       FD  APPEAL-TRAN-FILE
       FD  RESUBMIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  RESUBMIT-RECORD               PIC X(100).
      *----------------------------------------------------------*
       FD  PRINT-FILE
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
      *    O = OVERTURNED - THE STORED CLAIM IMAGE IS WRITTEN TO
      *    APPLRESB IN CLAIMFL FORMAT AND RE-ADJUDICATED THROUGH
      *    THE NEXT MIDTERM RUN.  THE STATUS REPORT AGES EVERY
      *    UNDECIDED APPEAL AGAINST ITS 30-DAY DEADLINE.  EVERY
      *    LODGED APPEAL AWAITING A DECISION IS FED TO THE EXAMINER
      *    WORK QUEUE (WRKQMGR), DUE ON ITS DEADLINE, AT TOP PRIORITY
      *    ONCE FEWER THAN FIVE DAYS REMAIN.
      *----------------------------------------------------------*
       COPY CLAIMREC.
      *----------------------------------------------------------*
       COPY WRKQITEM.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  APPL-DETAIL-LINE.
               10  APT-REJECT-DATE       PIC 9(08) VALUE ZERO.
               10  APT-DEADLINE-DATE     PIC 9(08) VALUE ZERO.
               10  APT-REASON            PIC X(20) VALUE SPACE.
               10  APT-CLAIM-RECORD      PIC X(100) VALUE SPACE.
           05  APPEAL-COUNT              PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-APPEAL-FIELDS.
           05  WS-OVERTURN-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-OVERDUE-COUNT          PIC 9(04) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-ITEM-REASON.
               10  FILLER                PIC X(14) VALUE
                   'APPEAL LODGED '.
               10  WS-ITEM-APPEAL-REASON PIC X(20).
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
                   OUTPUT APPEAL-NEW-FILE
                          RESUBMIT-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          WORK-QUEUE-FEED.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE "APPLMNT"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
                   MOVE '* OVERDUE '        TO ADL-FLAG
               END-IF
           END-IF.
           IF  APT-STATUS(AP-INDEX) = 'A'
               PERFORM 3060-WRITE-WORK-ITEM.
           MOVE APPL-DETAIL-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           SET AP-INDEX UP BY 1.
      *----------------------------------------------------------*
       3060-WRITE-WORK-ITEM.
      *----------------------------------------------------------*
           MOVE APT-CLAIM-RECORD(AP-INDEX) TO CLAIM-RECORD-WS.
           MOVE SPACE                   TO WORK-ITEM-RECORD.
           MOVE ZERO                    TO WQ-ITEM-NO
                                           WQ-ASSIGNED-DATE
                                           WQ-CLOSED-DATE.
           MOVE 'APPLMNT '              TO WQ-SOURCE.
           MOVE APT-POLICY-NO(AP-INDEX) TO WQ-POLICY-NO.
           MOVE APT-REJECT-DATE(AP-INDEX) TO WQ-CLAIM-DATE.
           MOVE 'AP'                    TO WQ-REASON-CODE.
           MOVE APT-REASON(AP-INDEX)    TO WS-ITEM-APPEAL-REASON.
           MOVE WS-ITEM-REASON          TO WQ-REASON.
           MOVE 'AP'                    TO WQ-SKILL.
           IF  WS-DAYS-LEFT < 5
               MOVE 1                   TO WQ-PRIORITY
           ELSE
               MOVE 2                   TO WQ-PRIORITY.
           IF  CLAIM-AMOUNT NUMERIC
               MOVE CLAIM-AMOUNT        TO WQ-CLAIM-AMOUNT
           ELSE
               MOVE ZERO                TO WQ-CLAIM-AMOUNT.
           MOVE WS-CURRENT-DATE         TO WQ-CREATED-DATE.
           MOVE APT-DEADLINE-DATE(AP-INDEX) TO WQ-DUE-DATE.
           MOVE 'O'                     TO WQ-STATUS.
           WRITE WORK-QUEUE-FEED-RECORD FROM WORK-ITEM-RECORD.
      *----------------------------------------------------------*
       3500-WRITE-NEW-APPEAL-FILE.
      *----------------------------------------------------------*
                   APPEAL-TRAN-FILE
                   RESUBMIT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE
                   WORK-QUEUE-FEED.
           DISPLAY 'APPLMNT - APPEALS ON FILE  : ' APPEAL-COUNT.
           DISPLAY 'APPLMNT - OVERTURNED       : ' WS-OVERTURN-COUNT.
           DISPLAY 'APPLMNT - PAST DEADLINE    : ' WS-OVERDUE-COUNT.
                   APPEAL-TRAN-FILE
                   RESUBMIT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE
                   WORK-QUEUE-FEED.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
