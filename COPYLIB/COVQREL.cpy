      *---------------------------------------------------------------*
       01  QR-QUARANTINE-RELEASE.
      *---------------------------------------------------------------*
      *    ANALYST RELEASE OF A QUARANTINED OUTLIER, APPLIED BY
      *    COVOUTLR BEFORE THE SCREEN RUNS.  THE VALUE HAS BEEN
      *    CONFIRMED WITH THE STATE AS REAL; ITS FLAG IS CLEARED AND
      *    IT JOINS THE STATE'S TRAILING BASELINE.
           05  QR-KEY.
               10  QR-STATE            PIC X(02).
               10  QR-DATE             PIC X(08).
               10  QR-MEASURE          PIC X(01).
           05  QR-ANALYST-ID           PIC X(08).
           05  QR-REASON               PIC X(30).
           05  FILLER                  PIC X(31).
