      *----------------------------------------------------------*
       FD  XREF-FILE
           RECORDING MODE IS F.
           COPY CUSTXREF.
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       1110-STORE-XREF-RECORD.
      *----------------------------------------------------------*
      *    POLICY AND ARTIST LINKS, AND MATCHES STILL AWAITING
      *    REVIEW, DO NOT GROUP ACCOUNTS.
           IF  CX-ACCOUNT-MEMBER
           AND CX-LINK-CONFIRMED
               SET XR-INDEX TO 1
               SEARCH XREF-TABLE
                   AT END
                       PERFORM 9900-TABLE-ERROR
                   WHEN XRT-ACCT-NO(XR-INDEX) = SPACE
                       MOVE CX-ACCT-NO         TO XRT-ACCT-NO(XR-INDEX)
                       MOVE CX-CUST-ID         TO XRT-CUST-ID(XR-INDEX).
           PERFORM 8050-READ-XREF-FILE.
      *----------------------------------------------------------*
       2000-PROCESS-ONE-ACCOUNT.
