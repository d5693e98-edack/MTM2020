       FD  ACCT-TEST-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ACCT-TEST-RECORD              PIC X(150).
      *----------------------------------------------------------*
       FD  CLAIMS-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  CLAIMS-RECORD                 PIC X(100).
      *----------------------------------------------------------*
       FD  CLAIM-TEST-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  CLAIM-TEST-RECORD             PIC X(100).
      *----------------------------------------------------------*
       FD  POLICY-MASTER-FILE
           RECORDING MODE IS F.
