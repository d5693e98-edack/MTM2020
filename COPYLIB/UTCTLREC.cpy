      *------------------------------------------------------*
       01  CT-CONTROL-RECORD.
      *------------------------------------------------------*
      *    TREI0012 RUN CONTROL TOTALS, WRITTEN AT THE END OF
      *    EVERY FAN-OUT SO THAT DOWNSTREAM RUNS OVER DISKFIL
      *    CAN PROVE THEY PROCESSED WHAT TREI0012 RECORDED.
           05  CT-PROGRAM-ID           PIC X(08).
           05  CT-RUN-DATE             PIC 9(08).
           05  CT-RECORDS-READ         PIC 9(07).
           05  CT-DUP-REJECTED         PIC 9(07).
           05  CT-ISAM-RECORDED        PIC 9(07).
           05  CT-DISKFIL-RECORDED     PIC 9(07).
           05  CT-BILLING-TOTAL        PIC 9(09)V99.
           05  CT-RECONCILED-SW        PIC X(01).
               88  CT-RECONCILED           VALUE 'Y'.
           05  FILLER                  PIC X(24).
