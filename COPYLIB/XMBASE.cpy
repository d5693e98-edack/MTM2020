      *---------------------------------------------------------------*
       01  XM-BASELINE-RECORD.
      *---------------------------------------------------------------*
      *    EXPECTED WEEKLY ALL-CAUSE DEATHS BY STATE, AVERAGED OVER
      *    THE PRE-PANDEMIC BASELINE YEARS.  XB-WEEK-OF-YEAR IS THE
      *    WEEK OF THE YEAR IN WHICH THE SUNDAY WEEK-ENDING DATE FALLS
      *    (DAYS 1-7 = WEEK 01 ... DAYS 365-366 = WEEK 53).
           05  XB-STATE                PIC X(02).
           05  XB-WEEK-OF-YEAR         PIC 9(02).
           05  XB-EXPECTED-DEATHS      PIC 9(06).
           05  XB-BASE-YEARS           PIC X(09).
           05  FILLER                  PIC X(61).
