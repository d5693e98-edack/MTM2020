      *------------------------------------------------------*
       01  MR-METER-READ.
      *------------------------------------------------------*
      *    UTILITY METER-READ INTAKE, ONE RECORD PER ENERGY OR
      *    GAS SERVICE ACCOUNT READ THIS CYCLE.  READ BY
      *    TREI0011.  READ TYPE IS 'A' FOR AN ACTUAL READ OR
      *    'E' FOR A READ ESTIMATED BY THE METER READER.
           05  MR-SERVICE              PIC X(01).
               88  MR-ENERGY-SERVICE       VALUE 'E'.
               88  MR-GAS-SERVICE          VALUE 'G'.
           05  MR-SERVICE-ACCNT        PIC X(05).
           05  MR-PRIOR-READING        PIC 9(07).
           05  MR-CURRENT-READING      PIC 9(07).
           05  MR-READ-DATE            PIC 9(08).
           05  MR-READ-TYPE            PIC X(01).
               88  MR-ACTUAL-READ          VALUE 'A'.
               88  MR-ESTIMATED-READ       VALUE 'E'.
           05  MR-METER-ID             PIC X(10).
           05  FILLER                  PIC X(41).
