      *---------------------------------------------------------------*
       01  QU-QUARANTINE-RECORD.
      *---------------------------------------------------------------*
      *    DAILY STATE FIGURES HELD AS STATISTICAL OUTLIERS BY THE
      *    COVOUTLR SCREEN, ONE RECORD PER STATE, DATE AND MEASURE.
      *    A VALUE MORE THAN THE PARM NUMBER OF STANDARD DEVIATIONS
      *    FROM ITS STATE'S TRAILING 28-DAY MEAN IS QUARANTINED ('Q')
      *    AND MARKED WITH AN ASTERISK ON THE DAILY REPORTS UNTIL AN
      *    ANALYST CONFIRMS IT AS REAL ('R', RELEASED).  RELEASED
      *    RECORDS ARE KEPT SO THE VALUE IS NOT FLAGGED AGAIN.
           05  QU-KEY.
               10  QU-STATE            PIC X(02).
               10  QU-DATE             PIC X(08).
               10  QU-MEASURE          PIC X(01).
                   88  QU-NEW-CASES        VALUE 'C'.
                   88  QU-NEW-DEATHS       VALUE 'D'.
                   88  QU-HOSP-CENSUS      VALUE 'H'.
           05  QU-VALUE                PIC 9(09).
           05  QU-MEAN                 PIC 9(09)V99.
           05  QU-STD-DEV              PIC 9(09)V99.
           05  QU-DEVIATIONS           PIC S9(05)V99.
           05  QU-STATUS               PIC X(01).
               88  QU-QUARANTINED          VALUE 'Q'.
               88  QU-RELEASED             VALUE 'R'.
           05  QU-FLAG-DATE            PIC 9(08).
           05  QU-ACTION-DATE          PIC 9(08).
           05  QU-ANALYST-ID           PIC X(08).
           05  FILLER                  PIC X(06).
