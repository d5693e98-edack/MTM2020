       FD  CLAIMS-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  CLAIMS-RECORD                 PIC X(100).
      *----------------------------------------------------------*
       FD  PROVIDER-REF-FILE
           RECORDING MODE IS F.
