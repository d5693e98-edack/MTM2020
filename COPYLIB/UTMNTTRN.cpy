      *------------------------------------------------------*
       01  MT-MAINT-TRANSACTION.
      *------------------------------------------------------*
      *    UTILITY MASTER MAINTENANCE AND INQUIRY, APPLIED BY
      *    TREI0016 TO ISAM-FILE.  ON A CHANGE, ONLY THE FIELDS
      *    SENT NON-BLANK ARE REPLACED.  A CLOSE TAKES ONE
      *    SERVICE OFF THE ACCOUNT, OR CLOSES THE WHOLE ACCOUNT.
           05  MT-TRANS-CODE           PIC X(01).
               88  MT-ADD                  VALUE 'A'.
               88  MT-CHANGE               VALUE 'C'.
               88  MT-CLOSE                VALUE 'X'.
               88  MT-INQUIRY              VALUE 'I'.
           05  MT-ACCNT-NMBER          PIC X(05).
           05  MT-CLIENT-NMBER         PIC X(20).
           05  MT-ADDRESS              PIC X(20).
           05  MT-ENERGY-ACCNT         PIC X(05).
           05  MT-GAS-ACCNT            PIC X(05).
           05  MT-DSKF-NMBER           PIC X(05).
           05  MT-CLOSE-SERVICE        PIC X(01).
               88  MT-CLOSE-ENERGY         VALUE 'E'.
               88  MT-CLOSE-GAS            VALUE 'G'.
               88  MT-CLOSE-ACCOUNT        VALUE 'B' ' '.
           05  FILLER                  PIC X(18).
