           05  RL-END-TIME             PIC 9(08).
           05  RL-RECORD-COUNT         PIC 9(07).
           05  RL-COMPLETION-STATUS    PIC X(10).
      *    CONTROL TOTAL IS THE RUN'S POSTED DOLLAR TOTAL, CARRIED
      *    BY THE POSTING PROGRAMS FOR THE PERIOD-CLOSE SIGN-OFF.
           05  RL-CONTROL-TOTAL        PIC 9(11)V99.
           05  FILLER                  PIC X(18).
