      *---------------------------------------------------------------*
       9610-LOAD-PERIOD-CONTROL.
      *---------------------------------------------------------------*
      *    THE PERIOD-CONTROL FILE IS SMALL - ONE RECORD PER MONTH -
      *    SO IT IS HELD WHOLE AND EVERY POSTING DATE IS CHECKED
      *    AGAINST THE TABLE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           PERFORM 9612-READ-PERIOD-CONTROL.
           PERFORM 9611-STORE-PERIOD-RECORD
               UNTIL WS-PERCTL-EOF.
           CLOSE PERIOD-CONTROL-FILE.
      *---------------------------------------------------------------*
       9611-STORE-PERIOD-RECORD.
      *---------------------------------------------------------------*
           IF  PERIOD-CONTROL-COUNT < 240
           AND PC-PERIOD-NUM NUMERIC
               ADD 1                   TO PERIOD-CONTROL-COUNT
               MOVE PC-PERIOD-NUM
                   TO PCT-PERIOD(PERIOD-CONTROL-COUNT)
               MOVE PC-STATUS
                   TO PCT-STATUS(PERIOD-CONTROL-COUNT)
           ELSE
               DISPLAY 'PERIOD CONTROL RECORD IGNORED: ' PC-PERIOD.
           PERFORM 9612-READ-PERIOD-CONTROL.
      *---------------------------------------------------------------*
       9612-READ-PERIOD-CONTROL.
      *---------------------------------------------------------------*
           READ PERIOD-CONTROL-FILE
               AT END MOVE 'Y'         TO WS-PERCTL-EOF-SW.
      *---------------------------------------------------------------*
       9620-CHECK-POSTING-PERIOD.
      *---------------------------------------------------------------*
      *    INPUT : WS-PC-CHECK-DATE (YYYYMMDD) OF THE POSTING.
      *    OUTPUT: WS-PC-PERIOD-CLOSED-SW AND WS-PC-POST-DATE.  A
      *            DATE IN A CLOSED PERIOD IS CARRIED FORWARD TO THE
      *            FIRST DAY OF THE NEXT PERIOD NOT YET CLOSED;
      *            OTHERWISE THE POSTING KEEPS ITS OWN DATE.
           MOVE 'N'                    TO WS-PC-PERIOD-CLOSED-SW.
           MOVE WS-PC-CHECK-DATE       TO WS-PC-POST-DATE.
           MOVE WS-PC-CHECK-DATE(1:6)  TO WS-PC-WORK-PERIOD.
           PERFORM 9625-FIND-PERIOD-STATUS.
           IF  WS-PC-WORK-CLOSED
               MOVE 'Y'                TO WS-PC-PERIOD-CLOSED-SW
               PERFORM 9630-ADVANCE-ONE-PERIOD
                   UNTIL NOT WS-PC-WORK-CLOSED
               MOVE WS-PC-WORK-PERIOD-NUM TO WS-PC-POST-PERIOD
               MOVE 01                 TO WS-PC-POST-DAY.
      *---------------------------------------------------------------*
       9625-FIND-PERIOD-STATUS.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-PC-WORK-CLOSED-SW.
           SET PCT-INDEX TO 1.
           SEARCH PERIOD-CONTROL-TABLE
               AT END
                   CONTINUE
               WHEN PCT-INDEX > PERIOD-CONTROL-COUNT
                   CONTINUE
               WHEN PCT-PERIOD(PCT-INDEX) = WS-PC-WORK-PERIOD-NUM
                   IF  PCT-STATUS(PCT-INDEX) = 'X'
                       MOVE 'Y'        TO WS-PC-WORK-CLOSED-SW
                   END-IF.
      *---------------------------------------------------------------*
       9630-ADVANCE-ONE-PERIOD.
      *---------------------------------------------------------------*
           IF  WS-PC-WORK-MONTH = 12
               ADD 1                   TO WS-PC-WORK-YEAR
               MOVE 01                 TO WS-PC-WORK-MONTH
           ELSE
               ADD 1                   TO WS-PC-WORK-MONTH.
           PERFORM 9625-FIND-PERIOD-STATUS.
