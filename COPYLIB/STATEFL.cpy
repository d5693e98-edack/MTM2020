      *    (POSITION 299 FOR 2).  READERS THAT CARE MUST MOVE THOSE
      *    BYTES HERE AFTER THE UNSTRING.  01 = PRE-ANTIGEN/FIPS
      *    FEED (THOSE FIELDS ARE ZERO-FILLED), 02 = CURRENT LAYOUT.
      *    THE 16 BYTES AHEAD OF IT (POSITION 283 FOR 16) CARRY THE
      *    COVINTFC LOAD ID THAT LAST ADDED OR REPLACED THE RECORD -
      *    COVBKOUT USES IT TO BACK A SINGLE LOAD OUT.
           05 STR-LAYOUT-VERSION           PIC X(02).
