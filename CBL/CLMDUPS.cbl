           SELECT CLAIMS-FILE    ASSIGN TO CLAIMFL.
           SELECT PRINT-FILE     ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE   ASSIGN TO RUNLOG.
           SELECT WORK-QUEUE-FEED ASSIGN TO WRKQFEED.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  CLAIMS-FILE RECORDING MODE F.
       01  CLAIM-REC-IN                    PIC X(100).
      *----------------------------------------------------------*
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-RECORD.
      *----------------------------------------------------------*
       FD  RUN-LOG-FILE RECORDING MODE F.
       COPY RUNLOG.
      *----------------------------------------------------------*
       FD  WORK-QUEUE-FEED RECORDING MODE F.
       01  WORK-QUEUE-FEED-RECORD          PIC X(150).
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    FLAGS EXACT RESUBMISSIONS (SAME POLICY, BENEFIT DATE AND
      *    CLAIM AMOUNT), POLICIES WITH MORE THAN THE PARM NUMBER OF
      *    CLAIMS ON FILE, AND CLAIMS PRICED EXACTLY AT THE POLICY
      *    MAXIMUM, BEFORE THE PAYMENT RUN GOES OUT.  EVERY
      *    SUSPECT IS ALSO FED TO THE EXAMINER WORK QUEUE (WRKQMGR)
      *    FOR THE DUPLICATE-REVIEW DESK.
      *----------------------------------------------------------*
       COPY CLAIMREC.
      *----------------------------------------------------------*
       COPY WRKQITEM.
      *----------------------------------------------------------*
       01  CLAIM-HISTORY-TABLE-FIELDS.
           05  CLAIM-HISTORY-TABLE OCCURS 3000 TIMES
           05  WS-CLAIM-LIMIT-IN-N REDEFINES WS-CLAIM-LIMIT-IN
                                           PIC 9(03).
           05  WS-SUSPECT-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-ITEM-REASON-CODE         PIC X(02).
           05  WS-ITEM-PRIORITY            PIC 9(01).
           05  WS-RUN-LOG-COUNT            PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
      *----------------------------------------------------------*
           OPEN    INPUT  CLAIMS-FILE
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          WORK-QUEUE-FEED.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE "CLMDUPS "              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           AND CLAIM-AMOUNT > ZERO
               MOVE 'CLAIM EXACTLY AT POLICY MAXIMUM'
                                        TO SDL-SUSPECT-REASON
               MOVE 'DM'                TO WS-ITEM-REASON-CODE
               MOVE 3                   TO WS-ITEM-PRIORITY
               PERFORM 2400-REPORT-SUSPECT.
           PERFORM 2300-STORE-CLAIM-HISTORY.
           PERFORM 8000-READ-CLAIMS-FILE.
           IF  WS-DUP-FOUND
               MOVE 'EXACT RESUBMISSION OF PRIOR CLAIM'
                                        TO SDL-SUSPECT-REASON
               MOVE 'DX'                TO WS-ITEM-REASON-CODE
               MOVE 2                   TO WS-ITEM-PRIORITY
               PERFORM 2400-REPORT-SUSPECT.
      *----------------------------------------------------------*
       2200-COUNT-POLICY-CLAIMS.
           MOVE CLAIM-AMOUNT            TO SDL-CLAIM-AMOUNT.
           MOVE SUSPECT-DETAIL-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE SPACE                   TO WORK-ITEM-RECORD.
           MOVE INSURED-POLICY-NO       TO WQ-POLICY-NO.
           MOVE POLICY-BENEFIT-DATE-NUM TO WQ-CLAIM-DATE.
           MOVE CLAIM-AMOUNT            TO WQ-CLAIM-AMOUNT.
           PERFORM 2450-WRITE-WORK-ITEM.
      *----------------------------------------------------------*
       2450-WRITE-WORK-ITEM.
      *----------------------------------------------------------*
           MOVE ZERO                    TO WQ-ITEM-NO
                                           WQ-DUE-DATE
                                           WQ-ASSIGNED-DATE
                                           WQ-CLOSED-DATE.
           MOVE 'CLMDUPS '              TO WQ-SOURCE.
           MOVE WS-ITEM-REASON-CODE     TO WQ-REASON-CODE.
           MOVE SDL-SUSPECT-REASON      TO WQ-REASON.
           MOVE 'DU'                    TO WQ-SKILL.
           MOVE WS-ITEM-PRIORITY        TO WQ-PRIORITY.
           MOVE WS-CURRENT-DATE         TO WQ-CREATED-DATE.
           MOVE 'O'                     TO WQ-STATUS.
           WRITE WORK-QUEUE-FEED-RECORD FROM WORK-ITEM-RECORD.
      *----------------------------------------------------------*
       2500-SCREEN-CLAIM-VOLUME.
      *----------------------------------------------------------*
               MOVE 'CLAIM VOLUME OVER POLICY LIMIT'
                                        TO SDL-SUSPECT-REASON
               MOVE SUSPECT-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               MOVE SPACE               TO WORK-ITEM-RECORD
               MOVE PCT-POLICY-NO(PC-INDEX) TO WQ-POLICY-NO
               MOVE ZERO                TO WQ-CLAIM-DATE
                                           WQ-CLAIM-AMOUNT
               MOVE 'DV'                TO WS-ITEM-REASON-CODE
               MOVE 4                   TO WS-ITEM-PRIORITY
               PERFORM 2450-WRITE-WORK-ITEM.
           SET PC-INDEX UP BY 1.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           CLOSE   CLAIMS-FILE
                   PRINT-FILE
                   RUN-LOG-FILE
                   WORK-QUEUE-FEED.
           DISPLAY 'CLMDUPS - SUSPECTS FLAGGED : ' WS-SUSPECT-COUNT.
      *----------------------------------------------------------*
       8000-READ-CLAIMS-FILE.
