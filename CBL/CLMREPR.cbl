           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
           SELECT WORK-QUEUE-FEED ASSIGN TO WRKQFEED.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
       FD  RUN-CONTROL-FILE RECORDING MODE F.
       COPY RUNCTLFL.
      *----------------------------------------------------------*
       FD  WORK-QUEUE-FEED RECORDING MODE F.
       01  WORK-QUEUE-FEED-RECORD          PIC X(150).
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    NEXT CLAIM BUILD'S INPUT, SO THEY FLOW BACK THROUGH THE
      *    MKFIXED VALIDATION AUTOMATICALLY.  UNREPAIRED CLAIMS CARRY
      *    FORWARD, AND ANYTHING SITTING OVER TEN DAYS IS AGED ON
      *    THE REPORT.  EACH CLAIM LEFT IN SUSPENSE IS FED TO THE
      *    EXAMINER WORK QUEUE (WRKQMGR), DUE TEN DAYS AFTER IT WAS
      *    SUSPENDED; AN AGED CLAIM IS FED AT A HIGHER PRIORITY.
      *----------------------------------------------------------*
       COPY WRKQITEM.
      *----------------------------------------------------------*
       01  REPAIR-TABLE-FIELDS.
           05  REPAIR-TABLE OCCURS 500 TIMES
           05  WS-REMAINING-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-AGED-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-RUN-LOG-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-ITEM-REASON.
               10  FILLER                  PIC X(23) VALUE
                   'SUSPENDED - ERROR CODE '.
               10  WS-ITEM-ERROR-CODE      PIC X(02).
               10  FILLER                  PIC X(09) VALUE SPACE.
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
                   OUTPUT SUSPENSE-NEW
                          RESUBMIT-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          WORK-QUEUE-FEED.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "CLMREPR "              TO RL-PROGRAM-ID.
           PERFORM 2300-REPORT-ONE-SUSPENSE.
           IF  WS-DAYS-IN-SUSP > 10
               ADD 1                    TO WS-AGED-COUNT.
           PERFORM 2250-WRITE-WORK-ITEM.
      *----------------------------------------------------------*
       2250-WRITE-WORK-ITEM.
      *----------------------------------------------------------*
           MOVE SPACE                   TO WORK-ITEM-RECORD.
           MOVE ZERO                    TO WQ-ITEM-NO
                                           WQ-CLAIM-AMOUNT
                                           WQ-ASSIGNED-DATE
                                           WQ-CLOSED-DATE.
           MOVE 'CLMREPR '              TO WQ-SOURCE.
           MOVE WS-SUSP-POLICY-NO       TO WQ-POLICY-NO.
           MOVE CSO-DATE-SUSPENDED      TO WQ-CLAIM-DATE.
           MOVE CSO-ERROR-CODE          TO WQ-REASON-CODE
                                           WS-ITEM-ERROR-CODE.
           MOVE WS-ITEM-REASON          TO WQ-REASON.
           MOVE 'SR'                    TO WQ-SKILL.
           IF  WS-DAYS-IN-SUSP > 10
               MOVE 2                   TO WQ-PRIORITY
           ELSE
               MOVE 3                   TO WQ-PRIORITY.
           MOVE WS-TODAY-NUM            TO WQ-CREATED-DATE.
           COMPUTE WQ-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SUSP-INT + 10).
           MOVE 'O'                     TO WQ-STATUS.
           WRITE WORK-QUEUE-FEED-RECORD FROM WORK-ITEM-RECORD.
      *----------------------------------------------------------*
       2300-REPORT-ONE-SUSPENSE.
      *----------------------------------------------------------*
                   REPAIR-TRAN-FILE
                   RESUBMIT-FILE
                   PRINT-FILE
                   RUN-LOG-FILE
                   WORK-QUEUE-FEED.
           DISPLAY 'CLMREPR - CLAIMS REPAIRED  : ' WS-REPAIRED-COUNT.
           DISPLAY 'CLMREPR - LEFT IN SUSPENSE : ' WS-REMAINING-COUNT.
      *----------------------------------------------------------*
