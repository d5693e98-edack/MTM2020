      *----------------------------------------------------------*
       FD  XREF-OLD-FILE
           RECORDING MODE IS F.
           COPY CUSTXREF.
      *----------------------------------------------------------*
       FD  XREF-NEW-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  XREF-NEW-RECORD               PIC X(80).
      *----------------------------------------------------------*
       FD  XREF-TRAN-FILE
           RECORDING MODE IS F.
               88  XT-DELETE                 VALUE 'D'.
           05  XT-ACCT-NO                PIC X(08).
           05  XT-CUST-ID                PIC X(08).
      *    WHAT XT-ACCT-NO NAMES: A (OR BLANK) AN ACCOUNT, P A POLICY,
      *    M AN ARTIST ACCOUNT ON FAVRFP.  SEE CUSTXREF.
           05  XT-MEMBER-TYPE            PIC X(01).
               88  XT-VALID-MEMBER-TYPE      VALUE SPACE 'A' 'P' 'M'.
           05  FILLER                    PIC X(62).
      *----------------------------------------------------------*
       FD  XREF-REJECT-FILE
           RECORDING MODE IS F.
      *    A = ASSIGN A NEW LINKAGE, C = CORRECT AN EXISTING ONE,
      *    D = REMOVE ONE.  THE FILE IS SMALL ENOUGH TO HOLD IN
      *    STORAGE AND REWRITE IN ONE PASS, LIKE THRSMNT.
      *    POLICIES AND ARTISTS ARE LINKED THE SAME WAY UNDER THEIR
      *    MEMBER TYPE.  A LINK MADE OR CORRECTED HERE IS CONFIRMED,
      *    SO C ALSO SETTLES A CUSTMTCH MATCH THE REVIEWER FOUND
      *    POINTED AT THE WRONG CUSTOMER.
      *----------------------------------------------------------*
       01  MAINT-REPORT-LINES.
           05  HEADING-LINE-1.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(06) VALUE 'TRANS '.
               10  FILLER    PIC X(05) VALUE 'TYPE '.
               10  FILLER    PIC X(10) VALUE 'MEMBER    '.
               10  FILLER    PIC X(10) VALUE 'CUSTOMER  '.
               10  FILLER    PIC X(12) VALUE 'DISPOSITION '.
               10  FILLER    PIC X(24) VALUE 'REASON                  '.
           05  MAINT-DETAIL-LINE.
               10  MDL-TRANS-CODE        PIC X(01).
               10  FILLER                PIC X(05) VALUE SPACE.
               10  MDL-MEMBER-TYPE       PIC X(01).
               10  FILLER                PIC X(04) VALUE SPACE.
               10  MDL-ACCT-NO           PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MDL-CUST-ID           PIC X(08).
               10  MDL-DISPOSITION       PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MDL-REASON            PIC X(24).
               10  FILLER                PIC X(65) VALUE SPACE.
      *----------------------------------------------------------*
           05  MAINT-TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** TRANS APPLIED :    '.
               10  FILLER                PIC X(80) VALUE SPACE.
      *----------------------------------------------------------*
       01  XREF-TABLE-FIELDS.
           05  XREF-TABLE OCCURS 5000 TIMES
                           INDEXED BY XR-INDEX.
               10  XRT-ACCT-NO            PIC X(08) VALUE SPACE.
               10  XRT-CUST-ID            PIC X(08) VALUE SPACE.
               10  XRT-MEMBER-TYPE        PIC X(01) VALUE SPACE.
               10  XRT-DELETED-SW         PIC X(01) VALUE 'N'.
               10  XRT-IMAGE              PIC X(80) VALUE SPACE.
      *----------------------------------------------------------*
       01  WS-XREF-FIELDS.
           05  WS-MEMBER-TYPE            PIC X(01).
      *----------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-ASSIGN-COUNT           PIC 9(05) VALUE ZERO.
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN XRT-ACCT-NO(XR-INDEX) = SPACE
                   MOVE CX-ACCT-NO         TO XRT-ACCT-NO(XR-INDEX)
                   MOVE CX-CUST-ID         TO XRT-CUST-ID(XR-INDEX)
                   MOVE CX-MEMBER-TYPE     TO XRT-MEMBER-TYPE(XR-INDEX)
                   IF  CX-ACCOUNT-MEMBER
                       MOVE 'A'            TO XRT-MEMBER-TYPE(XR-INDEX)
                   END-IF
                   MOVE CUST-XREF-RECORD   TO XRT-IMAGE(XR-INDEX).
           PERFORM 8100-READ-OLD-XREF.
      *----------------------------------------------------------*
       2000-PROCESS-TRAN-FILE.
                                        TO MDL-REASON
                   PERFORM 2800-REJECT-TRAN
               ELSE
                   IF  NOT XT-VALID-MEMBER-TYPE
                       MOVE 'INVALID MEMBER TYPE'
                                        TO MDL-REASON
                       PERFORM 2800-REJECT-TRAN
                   ELSE
                       PERFORM 2100-APPLY-ONE-TRAN.
           PERFORM 8000-READ-TRAN-FILE.
      *----------------------------------------------------------*
       2100-APPLY-ONE-TRAN.
      *----------------------------------------------------------*
           MOVE XT-MEMBER-TYPE          TO WS-MEMBER-TYPE.
           IF  XT-MEMBER-TYPE = SPACE
               MOVE 'A'                 TO WS-MEMBER-TYPE.
           SET XR-INDEX TO 1.
           SEARCH XREF-TABLE
               AT END
                   PERFORM 2200-HANDLE-NOT-FOUND
               WHEN XRT-ACCT-NO(XR-INDEX) = XT-ACCT-NO
                AND XRT-MEMBER-TYPE(XR-INDEX) = WS-MEMBER-TYPE
                AND XRT-DELETED-SW(XR-INDEX) = 'N'
                   PERFORM 2300-HANDLE-FOUND
               WHEN XRT-ACCT-NO(XR-INDEX) = SPACE
                       PERFORM 9900-TABLE-ERROR
                   WHEN XRT-ACCT-NO(XR-INDEX) = SPACE
                       MOVE XT-ACCT-NO     TO XRT-ACCT-NO(XR-INDEX)
                       MOVE WS-MEMBER-TYPE TO XRT-MEMBER-TYPE(XR-INDEX)
                       MOVE SPACE          TO XRT-IMAGE(XR-INDEX)
                       PERFORM 2350-SET-MANUAL-LINK
               END-SEARCH
               ADD 1                    TO WS-ASSIGN-COUNT
               MOVE 'APPLIED   '        TO MDL-DISPOSITION
               MOVE 'LINKAGE ASSIGNED'  TO MDL-REASON
               PERFORM 2400-REPORT-DISPOSITION
           ELSE
               MOVE 'MEMBER NOT LINKED' TO MDL-REASON
               PERFORM 2800-REJECT-TRAN.
      *----------------------------------------------------------*
       2300-HANDLE-FOUND.
      *----------------------------------------------------------*
           EVALUATE TRUE
               WHEN XT-CHANGE
                   PERFORM 2350-SET-MANUAL-LINK
                   ADD 1                TO WS-CHANGE-COUNT
                   MOVE 'APPLIED   '    TO MDL-DISPOSITION
                   MOVE 'LINKAGE CORRECTED' TO MDL-REASON
                   MOVE 'LINKAGE REMOVED' TO MDL-REASON
                   PERFORM 2400-REPORT-DISPOSITION
               WHEN OTHER
                   MOVE 'MEMBER ALREADY LINKED'
                                        TO MDL-REASON
                   PERFORM 2800-REJECT-TRAN
           END-EVALUATE.
      *----------------------------------------------------------*
       2350-SET-MANUAL-LINK.
      *----------------------------------------------------------*
           MOVE XT-CUST-ID              TO XRT-CUST-ID(XR-INDEX).
           MOVE XRT-IMAGE(XR-INDEX)     TO CUST-XREF-RECORD.
           MOVE 'C'                     TO CX-LINK-STATUS.
           MOVE 'M'                     TO CX-MATCH-BASIS.
           MOVE WS-CURRENT-DATE         TO CX-LINK-DATE.
           MOVE SPACE                   TO CX-REVIEWER-ID.
           MOVE CUST-XREF-RECORD        TO XRT-IMAGE(XR-INDEX).
      *----------------------------------------------------------*
       2400-REPORT-DISPOSITION.
      *----------------------------------------------------------*
           MOVE XT-TRANS-CODE           TO MDL-TRANS-CODE.
           MOVE XT-MEMBER-TYPE          TO MDL-MEMBER-TYPE.
           MOVE XT-ACCT-NO              TO MDL-ACCT-NO.
           MOVE XT-CUST-ID              TO MDL-CUST-ID.
           IF  MDL-DISPOSITION = 'APPLIED   '
      *----------------------------------------------------------*
           SET XR-INDEX TO 1.
           PERFORM 3100-WRITE-ONE-ENTRY
               UNTIL XR-INDEX > 5000
                  OR XRT-ACCT-NO(XR-INDEX) = SPACE.
      *----------------------------------------------------------*
       3100-WRITE-ONE-ENTRY.
      *----------------------------------------------------------*
           IF  XRT-DELETED-SW(XR-INDEX) = 'N'
               MOVE XRT-IMAGE(XR-INDEX)    TO CUST-XREF-RECORD
               MOVE XRT-ACCT-NO(XR-INDEX)  TO CX-ACCT-NO
               MOVE XRT-CUST-ID(XR-INDEX)  TO CX-CUST-ID
               MOVE XRT-MEMBER-TYPE(XR-INDEX) TO CX-MEMBER-TYPE
               MOVE CUST-XREF-RECORD       TO XREF-NEW-RECORD
               WRITE XREF-NEW-RECORD.
           SET XR-INDEX UP BY 1.
      *----------------------------------------------------------*
