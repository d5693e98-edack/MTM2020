               10  WS-V2-COUNT          PIC 9(07) VALUE ZERO.
               10  WS-SPLIT-POINTER     PIC 9(04).
               10  WS-V1-FRONT          PIC X(300).
      *---------------------------------------------------------------*
      *    EVERY RECORD THIS RUN ADDS OR REPLACES IS STAMPED WITH THE
      *    LOAD ID - THE RUN DATE AND TIME, THE SAME VALUE CARRIED AS
      *    CA-RUN-DATE/CA-RUN-TIME ON THE CORRAUDT BEFORE-IMAGES - SO
      *    COVBKOUT CAN BACK ONE LOAD OUT WITHOUT A GENERATION
      *    ROLLBACK.  STATE RECORDS CARRY IT AT POSITION 283 FOR 16
      *    (AHEAD OF THE LAYOUT VERSION), NATIONAL RECORDS AT 210 FOR
      *    16.  VACCINATION RECORDS END IN A NUMERIC COLUMN AND ARE
      *    NOT STAMPED.
           05  WS-LOAD-ID.
               10  WS-LOAD-ID-DATE      PIC 9(08).
               10  WS-LOAD-ID-TIME      PIC 9(08).
      *---------------------------------------------------------------*
       01  WS-CONTROL-TOTAL-FIELDS.
      *---------------------------------------------------------------*
           MOVE "COVINTFC"                 TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME            TO RL-START-TIME.
           MOVE WS-CURRENT-DATE            TO WS-LOAD-ID-DATE.
           MOVE WS-CURRENT-TIME            TO WS-LOAD-ID-TIME.
           ACCEPT WS-FEED-TYPE-SW.
           IF  NOT FEED-IS-NATIONAL
           AND NOT FEED-IS-STATE
           MOVE 'B'                         TO CA-IMAGE-TYPE.
           MOVE WS-DATE-CHECK               TO CA-KEY-DATE.
           MOVE WS-STATE-CHECK              TO CA-KEY-STATE.
           MOVE WS-LOAD-ID-DATE             TO CA-RUN-DATE.
           MOVE WS-LOAD-ID-TIME             TO CA-RUN-TIME.
           EVALUATE TRUE
               WHEN FEED-IS-NATIONAL
                   MOVE USA-HIST-OLD-RECORD TO CA-HIST-RECORD
               WHEN FEED-IS-NATIONAL
                   MOVE FT-RECORD(FEED-INDEX) (1:225)
                                            TO USA-HIST-NEW-RECORD
                   MOVE WS-LOAD-ID
                                  TO USA-HIST-NEW-RECORD(210:16)
                   WRITE USA-HIST-NEW-RECORD
               WHEN FEED-IS-VAX
                   MOVE FT-RECORD(FEED-INDEX) (1:80)
                   WRITE VAX-HIST-NEW-RECORD
               WHEN OTHER
                   MOVE FT-RECORD(FEED-INDEX) TO ST-HIST-NEW-RECORD
                   MOVE WS-LOAD-ID
                                  TO ST-HIST-NEW-RECORD(283:16)
                   MOVE FT-VERSION(FEED-INDEX)
                                            TO ST-HIST-NEW-RECORD(299:2)
                   WRITE ST-HIST-NEW-RECORD
                   WHEN FEED-IS-NATIONAL
                       MOVE FT-RECORD(FEED-INDEX) (1:225)
                                            TO USA-HIST-NEW-RECORD
                       MOVE WS-LOAD-ID
                                  TO USA-HIST-NEW-RECORD(210:16)
                       WRITE USA-HIST-NEW-RECORD
                   WHEN FEED-IS-VAX
                       MOVE FT-RECORD(FEED-INDEX) (1:80)
                       WRITE VAX-HIST-NEW-RECORD
                   WHEN OTHER
                       MOVE FT-RECORD(FEED-INDEX) TO ST-HIST-NEW-RECORD
                       MOVE WS-LOAD-ID
                                  TO ST-HIST-NEW-RECORD(283:16)
                       MOVE FT-VERSION(FEED-INDEX)
                                            TO ST-HIST-NEW-RECORD(299:2)
                       WRITE ST-HIST-NEW-RECORD
           DISPLAY 'COVINTFC - RECORDS REJECTED: ' WS-REJECTED-COUNT.
           DISPLAY 'COVINTFC - VERSION 01 ROWS : ' WS-V1-COUNT.
           DISPLAY 'COVINTFC - VERSION 02 ROWS : ' WS-V2-COUNT.
           DISPLAY 'COVINTFC - LOAD ID         : ' WS-LOAD-ID.
      *---------------------------------------------------------------*
       9900-TABLE-ERROR.
      *---------------------------------------------------------------*
