      *    A DOLLAR LIMIT FOR BALANCE-AFFECTING TRANSACTIONS
      *    (ZERO = NO LIMIT).  OPERATORS WITHOUT A ROW FOR THE
      *    PROGRAM ARE DENIED EVERYTHING.
      *    THE INQUIRY PROGRAMS (ACCTINQ, STMTRPRT, CLMINQ) USE
      *    I = INQUIRE BY KEY AND N = ACCTINQ NAME SEARCH.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-PROGRAM-ID           PIC X(08).
           05  OA-TRANS-CODES          PIC X(05).
