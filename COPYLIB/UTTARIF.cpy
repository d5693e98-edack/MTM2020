      *------------------------------------------------------*
       01  TF-TARIFF-RECORD.
      *------------------------------------------------------*
      *    UTILITY TARIFF TABLE, ONE RECORD PER USAGE BLOCK OF
      *    EACH SERVICE ('E' ENERGY, 'G' GAS), IN ASCENDING
      *    BLOCK-LIMIT ORDER WITHIN SERVICE.  THE BLOCK LIMIT IS
      *    THE HIGHEST UNIT BILLED AT THE BLOCK RATE; THE LAST
      *    BLOCK OF A SERVICE CARRIES 9999999.  THE MONTHLY
      *    FIXED CHARGE IS TAKEN FROM THE FIRST BLOCK RECORD.
           05  TF-SERVICE              PIC X(01).
           05  TF-BLOCK-LIMIT          PIC 9(07).
           05  TF-UNIT-RATE            PIC 9(02)V9(05).
           05  TF-FIXED-CHARGE         PIC 9(03)V99.
           05  TF-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(40).
