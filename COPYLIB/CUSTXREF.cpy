      *---------------------------------------------------------------*
       01  CUST-XREF-RECORD.
      *---------------------------------------------------------------*
      *    CUSTOMER CROSS-REFERENCE, 80-BYTE FIXED RECORDS.  ONE
      *    RECORD LINKS ONE MEMBER RECORD TO A CUSTOMER ID.  CUSTMNT
      *    MAINTAINS THE LINKS BY HAND; CUSTMTCH PROPOSES POLICY AND
      *    ARTIST LINKS BY NAME AND TAKES THE REVIEWERS' DECISIONS ON
      *    THEM.  HSHEXPO, INT1099 AND SARMON GROUP ACCOUNTS ON THE
      *    CONFIRMED ACCOUNT LINKS ONLY; CUSTREL REPORTS THE WHOLE
      *    RELATIONSHIP.  AN ACCOUNT WITH NO LINK IS A CUSTOMER OF
      *    ITS OWN UNDER ITS ACCOUNT NUMBER.
      *    MEMBER TYPE:  A (OR SPACE)  ACCOUNT ON ACCTMST - ACCT-NO
      *                  P             INSURED ON POLMAST - POLICY NO
      *                  M             ARTIST ON FAVRFP - ARTIST ACCT
      *    LINK STATUS:  C (OR SPACE)  CONFIRMED
      *                  P             PROBABLE - AWAITING REVIEW
      *                  X             REJECTED BY THE REVIEWER - KEPT
      *                                SO THE MATCH IS NOT PROPOSED
      *                                AGAIN
      *    MATCH BASIS:  K  SAME ACCOUNT NUMBER
      *                  N  SAME NAME
      *                  S  NAME SOUNDS ALIKE, FIRST INITIAL AGREES
      *                  M  (OR SPACE)  LINKED BY HAND ON CUSTMNT
           05  CX-ACCT-NO              PIC X(08).
           05  CX-MEMBER-KEY REDEFINES CX-ACCT-NO.
               10  CX-POLICY-NO        PIC X(07).
               10  FILLER              PIC X(01).
           05  CX-CUST-ID              PIC X(08).
           05  CX-MEMBER-TYPE          PIC X(01).
               88  CX-ACCOUNT-MEMBER       VALUE 'A' SPACE.
               88  CX-POLICY-MEMBER        VALUE 'P'.
               88  CX-ARTIST-MEMBER        VALUE 'M'.
           05  CX-LINK-STATUS          PIC X(01).
               88  CX-LINK-CONFIRMED       VALUE 'C' SPACE.
               88  CX-LINK-PROBABLE        VALUE 'P'.
               88  CX-LINK-REJECTED        VALUE 'X'.
           05  CX-MATCH-BASIS          PIC X(01).
               88  CX-KEY-MATCH            VALUE 'K'.
               88  CX-NAME-MATCH           VALUE 'N'.
               88  CX-SOUND-MATCH          VALUE 'S'.
               88  CX-MANUAL-LINK          VALUE 'M' SPACE.
           05  CX-LINK-DATE            PIC X(08).
           05  CX-REVIEWER-ID          PIC X(08).
           05  FILLER                  PIC X(45).
