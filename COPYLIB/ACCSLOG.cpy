      *---------------------------------------------------------------*
       01  ACCESS-LOG-RECORD.
      *---------------------------------------------------------------*
      *    CUSTOMER INQUIRY ACCESS LOG, 80-BYTE FIXED RECORDS.  ONE
      *    RECORD FOR EVERY ACCOUNT, STATEMENT OR CLAIM AN OPERATOR
      *    LOOKS AT THROUGH ACCTINQ, STMTRPRT OR CLMINQ - AND FOR
      *    EVERY LOOKUP THAT FOUND NOTHING OR WAS REFUSED.  THE
      *    PROGRAMS APPEND TO ACCSLOG; ACCSREVW REVIEWS IT WEEKLY.
      *    THE DATE AND TIME ARE THE PHYSICAL CLOCK OF THE LOOKUP.
      *    KEY TYPE:  A  ACCOUNT    - ACCOUNT NUMBER
      *               S  STATEMENT  - ACCOUNT NUMBER, STATEMENT DATE
      *               C  CLAIM      - POLICY, BENEFIT DATE, CLAIM SEQ
      *               N  NAME SEARCH THAT MATCHED NO ACCOUNT - THE
      *                  NAME SEARCHED FOR
      *    RESULT:    V  VIEWED
      *               F  NOT ON FILE
      *               D  DENIED - OPERATOR NOT AUTHORIZED ON OPERAUTH
           05  AL-ACCESS-DATE          PIC 9(08).
           05  AL-ACCESS-TIME          PIC 9(08).
           05  AL-OPERATOR-ID          PIC X(08).
           05  AL-PROGRAM-ID           PIC X(08).
           05  AL-KEY-TYPE             PIC X(01).
               88  AL-ACCOUNT-KEY          VALUE 'A'.
               88  AL-STATEMENT-KEY        VALUE 'S'.
               88  AL-CLAIM-KEY            VALUE 'C'.
               88  AL-NAME-KEY             VALUE 'N'.
               88  AL-ACCOUNT-LOOKUP       VALUE 'A' 'S'.
           05  AL-ACCESS-KEY           PIC X(20).
           05  AL-ACCESS-KEY-R REDEFINES AL-ACCESS-KEY.
               10  AL-KEY-ACCT-NO      PIC X(08).
               10  FILLER              PIC X(12).
           05  AL-ACCESS-KEY-C REDEFINES AL-ACCESS-KEY.
               10  AL-KEY-POLICY-NO    PIC X(07).
               10  FILLER              PIC X(13).
           05  AL-ACCESS-RESULT        PIC X(01).
               88  AL-VIEWED               VALUE 'V'.
               88  AL-NOT-ON-FILE          VALUE 'F'.
               88  AL-DENIED               VALUE 'D'.
      *    Y = THE ACCOUNT WAS REACHED THROUGH AN ACCTINQ NAME SEARCH
           05  AL-NAME-SEARCH-SW       PIC X(01).
               88  AL-FROM-NAME-SEARCH     VALUE 'Y'.
           05  FILLER                  PIC X(25).
