      *---------------------------------------------------------------*
       01  XM-ACTUAL-RECORD.
      *---------------------------------------------------------------*
      *    ACTUAL WEEKLY ALL-CAUSE DEATH COUNTS BY STATE AS RECEIVED
      *    FROM THE VITAL STATISTICS FEED.  XA-WEEK-ENDING IS THE
      *    SUNDAY THAT CLOSES THE MONDAY-SUNDAY WEEK.
           05  XA-STATE                PIC X(02).
           05  XA-WEEK-ENDING          PIC X(08).
           05  XA-WEEK-ENDING-N REDEFINES XA-WEEK-ENDING
                                       PIC 9(08).
           05  XA-ALL-CAUSE-DEATHS     PIC X(06).
           05  XA-ALL-CAUSE-DEATHS-N REDEFINES XA-ALL-CAUSE-DEATHS
                                       PIC 9(06).
           05  XA-SOURCE               PIC X(10).
           05  FILLER                  PIC X(54).
