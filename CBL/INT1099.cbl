       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT1099.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-AUDIT-FILE ASSIGN TO ACCTAUDT.
           SELECT XREF-FILE       ASSIGN TO CUSTXREF.
           SELECT ADDR-MASTER     ASSIGN TO ADDRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDR-ACCT-NO.
           SELECT OPTIONAL ISSUED-OLD-FILE ASSIGN TO TAXHIST.
           SELECT ISSUED-NEW-FILE ASSIGN TO TAXHISTN.
           SELECT FILING-FILE     ASSIGN TO IRSFILE.
           SELECT XMIT-MANIFEST-FILE ASSIGN TO XMITMANF.
           SELECT FORM-FILE       ASSIGN TO TAXFORMS.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  ACCT-AUDIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ACCT-AUDIT-RECORD.
           05  AU-IMAGE-TYPE             PIC X(01).
               88  AU-BEFORE-IMAGE           VALUE 'B'.
               88  AU-AFTER-IMAGE            VALUE 'A'.
           05  AU-TRANS-CODE             PIC X(01).
               88  AU-INTEREST               VALUE 'I'.
               88  AU-REVERSAL               VALUE 'R'.
           05  AU-RUN-DATE               PIC 9(08).
           05  AU-RUN-TIME               PIC 9(08).
           05  AU-ACCT-IMAGE.
               10  AUI-ACCT-NO           PIC X(08).
               10  AUI-LAST-NAME         PIC X(20).
               10  AUI-FIRST-NAME        PIC X(14).
               10  AUI-USA-STATE         PIC X(15).
               10  AUI-ACCT-LIMIT        PIC S9(7)V99 COMP-3.
               10  AUI-ACCT-BALANCE      PIC S9(7)V99 COMP-3.
           05  AU-OPERATOR-ID            PIC X(08).
           05  AU-REF-NO.
               10  AU-REF-PREFIX         PIC X(01).
               10  AU-REF-YEAR           PIC X(04).
               10  FILLER                PIC X(02).
      *----------------------------------------------------------*
       FD  XREF-FILE
           RECORDING MODE IS F.
           COPY CUSTXREF.
      *----------------------------------------------------------*
       FD  ADDR-MASTER.
      *----------------------------------------------------------*
       COPY ADDRREC.
      *----------------------------------------------------------*
       FD  ISSUED-OLD-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    ONE RECORD PER RECIPIENT FORM ON FILE FOR THE TAX YEAR,
      *    CARRYING THE AMOUNT LAST REPORTED TO THE RECIPIENT.
       01  ISSUED-OLD-RECORD.
           05  TIO-CUST-ID               PIC X(08).
           05  TIO-TAX-YEAR              PIC 9(04).
           05  TIO-ACCT-NO               PIC X(08).
           05  TIO-LAST-NAME             PIC X(20).
           05  TIO-FIRST-NAME            PIC X(14).
           05  TIO-INT-AMT               PIC 9(07)V99.
           05  TIO-FORM-TYPE             PIC X(01).
           05  TIO-ISSUE-DATE            PIC 9(08).
           05  FILLER                    PIC X(08).
      *----------------------------------------------------------*
       FD  ISSUED-NEW-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ISSUED-NEW-RECORD.
           05  TIN-CUST-ID               PIC X(08).
           05  TIN-TAX-YEAR              PIC 9(04).
           05  TIN-ACCT-NO               PIC X(08).
           05  TIN-LAST-NAME             PIC X(20).
           05  TIN-FIRST-NAME            PIC X(14).
           05  TIN-INT-AMT               PIC 9(07)V99.
           05  TIN-FORM-TYPE             PIC X(01).
           05  TIN-ISSUE-DATE            PIC 9(08).
           05  FILLER                    PIC X(08).
      *----------------------------------------------------------*
       FD  FILING-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    ELECTRONIC FILING FILE: H HEADER, ONE D PAYEE RECORD PER
      *    FORM (CORRECTED-RETURN INDICATOR G ON AN AMENDED FORM),
      *    T TRAILER WITH THE PAYEE COUNT AND TOTAL INTEREST.
       01  FILING-RECORD.
           05  IF-RECORD-TYPE            PIC X(01).
           05  IF-TAX-YEAR               PIC 9(04).
           05  IF-PAYEE-BODY.
               10  IF-CORRECTED-IND      PIC X(01).
               10  IF-RECIPIENT-ID       PIC X(08).
               10  IF-ACCT-NO            PIC X(08).
               10  IF-LAST-NAME          PIC X(20).
               10  IF-FIRST-NAME         PIC X(14).
               10  IF-ADDR-LINE          PIC X(30).
               10  IF-CITY               PIC X(20).
               10  IF-STATE              PIC X(15).
               10  IF-ZIP                PIC X(10).
               10  IF-INT-AMT            PIC 9(09)V99.
               10  FILLER                PIC X(08).
           05  IF-CONTROL-BODY REDEFINES IF-PAYEE-BODY.
               10  IF-PAYER-NAME         PIC X(40).
               10  IF-CTL-DATE           PIC 9(08).
               10  IF-CTL-COUNT          PIC 9(07).
               10  IF-CTL-AMOUNT         PIC 9(13)V99.
               10  FILLER                PIC X(75).
      *----------------------------------------------------------*
       FD  XMIT-MANIFEST-FILE
           RECORDING MODE IS F.
       COPY XMITMANF.
      *----------------------------------------------------------*
       FD  FORM-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  FORM-RECORD.
           05  FORM-LINE                 PIC X(132).
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRINT-RECORD.
      *    05  CC                        PIC X(01).
           05  PRINT-LINE                PIC X(132).
      *----------------------------------------------------------*
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    YEAR-END INTEREST TAX REPORTING.  INTEREST CREDITED IN
      *    THE TAX YEAR IS TAKEN FROM THE ACCTAUDT BEFORE/AFTER
      *    IMAGE PAIRS ACCTPOST WRITES FOR EVERY I POSTING; THE
      *    YEAR IS THE ACCRUAL YEAR IN INTACCRU'S I+YYYYMM
      *    REFERENCE.  REVERSALS CARRYING AN I REFERENCE COME OFF.
      *    AMOUNTS ARE COMBINED PER CUSTOMER THROUGH CUSTXREF (AN
      *    UNLINKED ACCOUNT REPORTS UNDER ITS OWN NUMBER, AS IN
      *    HSHEXPO).  PARM: TAX YEAR (DEFAULT LAST YEAR), MODE
      *    O = ORIGINALS, C = CORRECTIONS, AND THE PAYER NAME.
      *    ORIGINALS GO TO EVERY RECIPIENT AT OR OVER THE
      *    REPORTING THRESHOLD.  A CORRECTION RUN COMPARES AGAINST
      *    THE FORMS ON TAXHIST AND ISSUES AN AMENDED FORM
      *    (CORRECTED INDICATOR G) WHEREVER THE AMOUNT HAS MOVED,
      *    AND A LATE ORIGINAL FOR ANYONE NEWLY OVER THE
      *    THRESHOLD.  EITHER RUN WRITES THE UPDATED TAXHISTN AND
      *    AN IRSFILE CARRYING ONLY THE FORMS IT ISSUED.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  TAX-DETAIL-LINE.
               10  TDL-CUST-ID           PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  TDL-ACCT-NO           PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  TDL-LAST-NAME         PIC X(20).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TDL-FIRST-NAME        PIC X(14).
               10  FILLER                PIC X(11) VALUE ' INTEREST: '.
               10  TDL-INT-AMT           PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(08) VALUE ' PRIOR: '.
               10  TDL-PRIOR-AMT         PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  TDL-FORM-TYPE         PIC X(14).
               10  FILLER                PIC X(16) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  1099-INT INTEREST REPORTING REGISTER  '.
               10  FILLER  PIC X(12) VALUE ' TAX YEAR:  '.
               10  HL1-TAX-YEAR          PIC 9(04).
               10  FILLER  PIC X(09) VALUE '  MODE:  '.
               10  HL1-MODE              PIC X(11).
               10  FILLER  PIC X(14) VALUE '  THRESHOLD:  '.
               10  HL1-THRESHOLD         PIC $$,$$9.99.
               10  FILLER                PIC X(33) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** FORMS ISSUED  :  '.
               10  TL1-FORM-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(14) VALUE '   CORRECTED: '.
               10  TL1-CORR-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(20) VALUE '   UNDER THRESHOLD: '.
               10  TL1-UNDER-COUNT       PIC ZZ,ZZ9.
               10  FILLER  PIC X(19) VALUE '   TOTAL REPORTED: '.
               10  TL1-FILED-TOTAL       PIC $$$$,$$$,$$9.99.
               10  FILLER                PIC X(26) VALUE SPACE.
      *----------------------------------------------------------*
       01  FORM-LINES.
           05  TFL-TITLE-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(36) VALUE
                   'FORM 1099-INT   INTEREST INCOME     '.
               10  FILLER  PIC X(10) VALUE 'TAX YEAR  '.
               10  TFL-TAX-YEAR          PIC 9(04).
               10  FILLER                PIC X(04) VALUE SPACE.
               10  TFL-CORRECTED         PIC X(11).
               10  FILLER                PIC X(63) VALUE SPACE.
           05  TFL-PAYER-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'PAYER:  '.
               10  TFL-PAYER-NAME        PIC X(40).
               10  FILLER                PIC X(80) VALUE SPACE.
           05  TFL-NAME-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  TFL-FIRST-NAME        PIC X(14).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TFL-LAST-NAME         PIC X(20).
               10  FILLER                PIC X(93) VALUE SPACE.
           05  TFL-STREET-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  TFL-ADDR-LINE         PIC X(30).
               10  FILLER                PIC X(98) VALUE SPACE.
           05  TFL-CITY-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  TFL-CITY              PIC X(20).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TFL-STATE             PIC X(15).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  TFL-ZIP               PIC X(10).
               10  FILLER                PIC X(80) VALUE SPACE.
           05  TFL-ID-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE 'RECIPIENT ID: '.
               10  TFL-CUST-ID           PIC X(08).
               10  FILLER  PIC X(12) VALUE '   ACCOUNT: '.
               10  TFL-ACCT-NO           PIC X(08).
               10  FILLER                PIC X(86) VALUE SPACE.
           05  TFL-AMOUNT-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(24) VALUE 'BOX 1  INTEREST INCOME: '.
               10  TFL-INT-AMT           PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(91) VALUE SPACE.
      *----------------------------------------------------------*
       01  XREF-TABLE-FIELDS.
           05  XREF-TABLE OCCURS 2000 TIMES
                           INDEXED BY XR-INDEX.
               10  XRT-ACCT-NO            PIC X(08) VALUE SPACE.
               10  XRT-CUST-ID            PIC X(08) VALUE SPACE.
      *----------------------------------------------------------*
       01  CUST-INT-TABLE-FIELDS.
           05  CUST-INT-TABLE OCCURS 1000 TIMES
                           INDEXED BY CU-INDEX.
               10  CIT-CUST-ID            PIC X(08) VALUE SPACE.
               10  CIT-ACCT-NO            PIC X(08) VALUE SPACE.
               10  CIT-LAST-NAME          PIC X(20) VALUE SPACE.
               10  CIT-FIRST-NAME         PIC X(14) VALUE SPACE.
               10  CIT-USA-STATE          PIC X(15) VALUE SPACE.
               10  CIT-INT-AMT            PIC S9(09)V99 VALUE ZERO.
           05  CUST-INT-COUNT             PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  ISSUED-TABLE-FIELDS.
           05  ISSUED-TABLE OCCURS 1000 TIMES
                           INDEXED BY IS-INDEX.
               10  IST-CUST-ID            PIC X(08) VALUE SPACE.
               10  IST-ACCT-NO            PIC X(08) VALUE SPACE.
               10  IST-LAST-NAME          PIC X(20) VALUE SPACE.
               10  IST-FIRST-NAME         PIC X(14) VALUE SPACE.
               10  IST-INT-AMT            PIC 9(07)V99 VALUE ZERO.
               10  IST-FORM-TYPE          PIC X(01) VALUE SPACE.
               10  IST-ISSUE-DATE         PIC 9(08) VALUE ZERO.
               10  IST-MATCHED-SW         PIC X(01) VALUE 'N'.
           05  ISSUED-COUNT               PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-TAX-FIELDS.
           05  WS-TAX-PARM.
               10  WS-PARM-TAX-YEAR      PIC X(04).
               10  WS-PARM-MODE          PIC X(01).
                   88  WS-CORRECTION-MODE    VALUE 'C'.
               10  WS-PARM-PAYER-NAME    PIC X(40).
           05  WS-TAX-YEAR               PIC 9(04).
           05  WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR
                                         PIC X(04).
           05  WS-THRESHOLD              PIC 9(05)V99 VALUE 10.00.
           05  WS-CUST-ID                PIC X(08).
           05  WS-PEND-ACCT-NO           PIC X(08) VALUE SPACE.
           05  WS-PEND-REF-NO            PIC X(07) VALUE SPACE.
           05  WS-PEND-BALANCE           PIC S9(7)V99 COMP-3.
           05  WS-INT-MOVEMENT           PIC S9(7)V99 COMP-3.
           05  WS-REPORT-AMT             PIC 9(07)V99.
           05  WS-PRIOR-AMT              PIC 9(07)V99.
           05  WS-FORM-TYPE              PIC X(01).
               88  WS-CORRECTED-FORM         VALUE 'G'.
           05  WS-FORM-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-CORR-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-UNDER-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-FILED-TOTAL            PIC 9(13)V99 VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR       PIC 9(04).
               10  WS-CURRENT-MONTH      PIC 9(02).
               10  WS-CURRENT-DAY        PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS      PIC 9(02).
               10  WS-CURRENT-MINUTE     PIC 9(02).
               10  WS-CURRENT-SECOND     PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
               88  AUDIT-EOF                 VALUE 'Y'.
           05  XREF-EOF-SW               PIC X(01) VALUE 'N'.
               88  XREF-EOF                  VALUE 'Y'.
           05  ISSUED-EOF-SW             PIC X(01) VALUE 'N'.
               88  ISSUED-EOF                VALUE 'Y'.
           05  PEND-IMAGE-SW             PIC X(01) VALUE 'N'.
               88  PEND-IMAGE                VALUE 'Y'.
           05  WS-ISSUED-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-ISSUED-FOUND           VALUE 'Y'.
           05  WS-ADDR-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-ADDR-FOUND             VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-XREF-TABLE.
           PERFORM 1200-LOAD-ISSUED-FORMS.
           PERFORM 1300-ACCUMULATE-INTEREST.
           PERFORM 1500-WRITE-FILING-HEADER.
           PERFORM 2000-PROCESS-ONE-RECIPIENT
               VARYING CU-INDEX FROM 1 BY 1
                   UNTIL CU-INDEX > CUST-INT-COUNT.
           IF  WS-CORRECTION-MODE
               PERFORM 2500-CHECK-ONE-ISSUED-FORM
                   VARYING IS-INDEX FROM 1 BY 1
                       UNTIL IS-INDEX > ISSUED-COUNT.
           PERFORM 2900-WRITE-FILING-TRAILER.
           PERFORM 3000-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE SPACE                   TO WS-TAX-PARM.
           ACCEPT WS-TAX-PARM.
           IF  WS-PARM-TAX-YEAR NUMERIC
               MOVE WS-PARM-TAX-YEAR    TO WS-TAX-YEAR-X
           ELSE
               COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1.
           IF  NOT WS-CORRECTION-MODE
               MOVE 'O'                 TO WS-PARM-MODE.
           OPEN    INPUT  ACCT-AUDIT-FILE
                          XREF-FILE
                          ADDR-MASTER
                          ISSUED-OLD-FILE
                   OUTPUT ISSUED-NEW-FILE
                          FILING-FILE
                          FORM-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          XMIT-MANIFEST-FILE.
           IF  WS-CORRECTION-MODE
               MOVE 'CORRECTIONS'       TO HL1-MODE
           ELSE
               MOVE 'ORIGINALS  '       TO HL1-MODE.
           MOVE "INT1099"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-TAX-YEAR             TO HL1-TAX-YEAR.
           MOVE WS-THRESHOLD            TO HL1-THRESHOLD.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       1100-LOAD-XREF-TABLE.
      *----------------------------------------------------------*
           PERFORM 8050-READ-XREF-FILE.
           PERFORM 1110-STORE-XREF-RECORD
               UNTIL XREF-EOF.
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
       1200-LOAD-ISSUED-FORMS.
      *----------------------------------------------------------*
           PERFORM 8070-READ-ISSUED-OLD.
           PERFORM 1210-STORE-ISSUED-FORM
               UNTIL ISSUED-EOF.
      *----------------------------------------------------------*
       1210-STORE-ISSUED-FORM.
      *----------------------------------------------------------*
      *    OTHER YEARS' FORMS CARRY STRAIGHT ACROSS.  A RERUN OF THE
      *    ORIGINALS REPLACES WHATEVER WAS ON FILE FOR THE YEAR.
           EVALUATE TRUE
               WHEN TIO-TAX-YEAR NOT = WS-TAX-YEAR
                   MOVE ISSUED-OLD-RECORD TO ISSUED-NEW-RECORD
                   WRITE ISSUED-NEW-RECORD
               WHEN NOT WS-CORRECTION-MODE
                   CONTINUE
               WHEN ISSUED-COUNT = 1000
                   PERFORM 9900-TABLE-ERROR
               WHEN OTHER
                   ADD 1                TO ISSUED-COUNT
                   SET IS-INDEX         TO ISSUED-COUNT
                   MOVE TIO-CUST-ID     TO IST-CUST-ID(IS-INDEX)
                   MOVE TIO-ACCT-NO     TO IST-ACCT-NO(IS-INDEX)
                   MOVE TIO-LAST-NAME   TO IST-LAST-NAME(IS-INDEX)
                   MOVE TIO-FIRST-NAME  TO IST-FIRST-NAME(IS-INDEX)
                   MOVE TIO-INT-AMT     TO IST-INT-AMT(IS-INDEX)
                   MOVE TIO-FORM-TYPE   TO IST-FORM-TYPE(IS-INDEX)
                   MOVE TIO-ISSUE-DATE  TO IST-ISSUE-DATE(IS-INDEX)
           END-EVALUATE.
           PERFORM 8070-READ-ISSUED-OLD.
      *----------------------------------------------------------*
       1300-ACCUMULATE-INTEREST.
      *----------------------------------------------------------*
           PERFORM 8060-READ-ACCT-AUDIT.
           PERFORM 1310-NOTE-ONE-AUDIT-IMAGE
               UNTIL AUDIT-EOF.
      *----------------------------------------------------------*
       1310-NOTE-ONE-AUDIT-IMAGE.
      *----------------------------------------------------------*
      *    ACCTPOST WRITES EACH POSTING AS A BEFORE IMAGE FOLLOWED
      *    BY ITS AFTER IMAGE; THE INTEREST IS THE DIFFERENCE.
           IF  AU-BEFORE-IMAGE
               MOVE 'N'                 TO PEND-IMAGE-SW
               IF  (AU-INTEREST OR AU-REVERSAL)
               AND AU-REF-PREFIX = 'I'
               AND AU-REF-YEAR = WS-TAX-YEAR-X
               AND AUI-ACCT-NO NOT = SPACE
                   MOVE 'Y'             TO PEND-IMAGE-SW
                   MOVE AUI-ACCT-NO     TO WS-PEND-ACCT-NO
                   MOVE AU-REF-NO       TO WS-PEND-REF-NO
                   MOVE AUI-ACCT-BALANCE
                                        TO WS-PEND-BALANCE
               END-IF
           ELSE
               IF  PEND-IMAGE
               AND AUI-ACCT-NO = WS-PEND-ACCT-NO
               AND AU-REF-NO = WS-PEND-REF-NO
                   COMPUTE WS-INT-MOVEMENT =
                       AUI-ACCT-BALANCE - WS-PEND-BALANCE
                   PERFORM 1350-ADD-TO-CUSTOMER
               END-IF
               MOVE 'N'                 TO PEND-IMAGE-SW.
           PERFORM 8060-READ-ACCT-AUDIT.
      *----------------------------------------------------------*
       1350-ADD-TO-CUSTOMER.
      *----------------------------------------------------------*
           MOVE AUI-ACCT-NO             TO WS-CUST-ID.
           SET XR-INDEX TO 1.
           SEARCH XREF-TABLE
               AT END
                   CONTINUE
               WHEN XRT-ACCT-NO(XR-INDEX) = AUI-ACCT-NO
                   MOVE XRT-CUST-ID(XR-INDEX) TO WS-CUST-ID.
           SET CU-INDEX TO 1.
           SEARCH CUST-INT-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN CIT-CUST-ID(CU-INDEX) = WS-CUST-ID
                   ADD WS-INT-MOVEMENT  TO CIT-INT-AMT(CU-INDEX)
               WHEN CIT-CUST-ID(CU-INDEX) = SPACE
                   ADD 1                TO CUST-INT-COUNT
                   MOVE WS-CUST-ID      TO CIT-CUST-ID(CU-INDEX)
                   MOVE AUI-ACCT-NO     TO CIT-ACCT-NO(CU-INDEX)
                   MOVE AUI-LAST-NAME   TO CIT-LAST-NAME(CU-INDEX)
                   MOVE AUI-FIRST-NAME  TO CIT-FIRST-NAME(CU-INDEX)
                   MOVE AUI-USA-STATE   TO CIT-USA-STATE(CU-INDEX)
                   ADD WS-INT-MOVEMENT  TO CIT-INT-AMT(CU-INDEX).
      *----------------------------------------------------------*
       1500-WRITE-FILING-HEADER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO FILING-RECORD.
           MOVE 'H'                     TO IF-RECORD-TYPE.
           MOVE WS-TAX-YEAR             TO IF-TAX-YEAR.
           MOVE WS-PARM-PAYER-NAME      TO IF-PAYER-NAME.
           MOVE WS-CURRENT-DATE         TO IF-CTL-DATE.
           MOVE ZERO                    TO IF-CTL-COUNT
                                           IF-CTL-AMOUNT.
           WRITE FILING-RECORD.
      *----------------------------------------------------------*
       2000-PROCESS-ONE-RECIPIENT.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE ZERO                    TO WS-REPORT-AMT
                                           WS-PRIOR-AMT.
           IF  CIT-INT-AMT(CU-INDEX) > ZERO
               MOVE CIT-INT-AMT(CU-INDEX) TO WS-REPORT-AMT.
           MOVE 'N'                     TO WS-ISSUED-FOUND-SW.
           IF  WS-CORRECTION-MODE
               PERFORM 2100-FIND-ISSUED-FORM.
           IF  WS-ISSUED-FOUND
               MOVE 'Y'                 TO IST-MATCHED-SW(IS-INDEX)
               MOVE IST-INT-AMT(IS-INDEX) TO WS-PRIOR-AMT
               IF  WS-REPORT-AMT = WS-PRIOR-AMT
                   PERFORM 2450-KEEP-ISSUED-FORM
               ELSE
                   MOVE 'G'             TO WS-FORM-TYPE
                   PERFORM 2200-ISSUE-FORM
               END-IF
           ELSE
               IF  WS-REPORT-AMT NOT LESS THAN WS-THRESHOLD
                   MOVE SPACE           TO WS-FORM-TYPE
                   PERFORM 2200-ISSUE-FORM
               ELSE
                   ADD 1                TO WS-UNDER-COUNT.
      *----------------------------------------------------------*
       2100-FIND-ISSUED-FORM.
      *----------------------------------------------------------*
           SET IS-INDEX TO 1.
           SEARCH ISSUED-TABLE
               AT END
                   CONTINUE
               WHEN IS-INDEX > ISSUED-COUNT
                   CONTINUE
               WHEN IST-CUST-ID(IS-INDEX) = CIT-CUST-ID(CU-INDEX)
                   MOVE 'Y'             TO WS-ISSUED-FOUND-SW.
      *----------------------------------------------------------*
       2200-ISSUE-FORM.
      *----------------------------------------------------------*
           ADD 1                        TO WS-FORM-COUNT.
           IF  WS-CORRECTED-FORM
               ADD 1                    TO WS-CORR-COUNT.
           ADD WS-REPORT-AMT            TO WS-FILED-TOTAL.
           MOVE CIT-ACCT-NO(CU-INDEX)   TO ADDR-ACCT-NO.
           MOVE 'Y'                     TO WS-ADDR-FOUND-SW.
           READ ADDR-MASTER
               INVALID KEY
                   MOVE 'N'             TO WS-ADDR-FOUND-SW
           END-READ.
           PERFORM 2250-PRINT-RECIPIENT-FORM.
           PERFORM 2300-WRITE-FILING-PAYEE.
           PERFORM 2350-WRITE-ISSUED-FORM.
           PERFORM 2400-PRINT-REGISTER-LINE.
      *----------------------------------------------------------*
       2250-PRINT-RECIPIENT-FORM.
      *----------------------------------------------------------*
           MOVE WS-TAX-YEAR             TO TFL-TAX-YEAR.
           IF  WS-CORRECTED-FORM
               MOVE '*CORRECTED*'       TO TFL-CORRECTED
           ELSE
               MOVE SPACE               TO TFL-CORRECTED.
           MOVE TFL-TITLE-LINE          TO FORM-LINE.
           WRITE FORM-RECORD AFTER ADVANCING PAGE.
           MOVE WS-PARM-PAYER-NAME      TO TFL-PAYER-NAME.
           MOVE TFL-PAYER-LINE          TO FORM-LINE.
           WRITE FORM-RECORD AFTER ADVANCING 2.
           MOVE CIT-FIRST-NAME(CU-INDEX) TO TFL-FIRST-NAME.
           MOVE CIT-LAST-NAME(CU-INDEX) TO TFL-LAST-NAME.
           MOVE TFL-NAME-LINE           TO FORM-LINE.
           WRITE FORM-RECORD AFTER ADVANCING 3.
           IF  WS-ADDR-FOUND
               MOVE ADDR-LINE-1         TO TFL-ADDR-LINE
               MOVE TFL-STREET-LINE     TO FORM-LINE
               WRITE FORM-RECORD AFTER ADVANCING 1
               IF  ADDR-LINE-2 NOT = SPACE
                   MOVE ADDR-LINE-2     TO TFL-ADDR-LINE
                   MOVE TFL-STREET-LINE TO FORM-LINE
                   WRITE FORM-RECORD AFTER ADVANCING 1
               END-IF
               MOVE ADDR-CITY           TO TFL-CITY
               MOVE ADDR-STATE          TO TFL-STATE
               MOVE ADDR-ZIP            TO TFL-ZIP
           ELSE
               MOVE SPACE               TO TFL-CITY
                                           TFL-ZIP
               MOVE CIT-USA-STATE(CU-INDEX) TO TFL-STATE.
           MOVE TFL-CITY-LINE           TO FORM-LINE.
           WRITE FORM-RECORD AFTER ADVANCING 1.
           MOVE CIT-CUST-ID(CU-INDEX)   TO TFL-CUST-ID.
           MOVE CIT-ACCT-NO(CU-INDEX)   TO TFL-ACCT-NO.
           MOVE TFL-ID-LINE             TO FORM-LINE.
           WRITE FORM-RECORD AFTER ADVANCING 3.
           MOVE WS-REPORT-AMT           TO TFL-INT-AMT.
           MOVE TFL-AMOUNT-LINE         TO FORM-LINE.
           WRITE FORM-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       2300-WRITE-FILING-PAYEE.
      *----------------------------------------------------------*
           MOVE SPACE                   TO FILING-RECORD.
           MOVE 'D'                     TO IF-RECORD-TYPE.
           MOVE WS-TAX-YEAR             TO IF-TAX-YEAR.
           MOVE WS-FORM-TYPE            TO IF-CORRECTED-IND.
           MOVE CIT-CUST-ID(CU-INDEX)   TO IF-RECIPIENT-ID.
           MOVE CIT-ACCT-NO(CU-INDEX)   TO IF-ACCT-NO.
           MOVE CIT-LAST-NAME(CU-INDEX) TO IF-LAST-NAME.
           MOVE CIT-FIRST-NAME(CU-INDEX) TO IF-FIRST-NAME.
           IF  WS-ADDR-FOUND
               MOVE ADDR-LINE-1         TO IF-ADDR-LINE
               MOVE ADDR-CITY           TO IF-CITY
               MOVE ADDR-STATE          TO IF-STATE
               MOVE ADDR-ZIP            TO IF-ZIP
           ELSE
               MOVE CIT-USA-STATE(CU-INDEX) TO IF-STATE.
           MOVE WS-REPORT-AMT           TO IF-INT-AMT.
           WRITE FILING-RECORD.
      *----------------------------------------------------------*
       2350-WRITE-ISSUED-FORM.
      *----------------------------------------------------------*
           MOVE SPACE                   TO ISSUED-NEW-RECORD.
           MOVE CIT-CUST-ID(CU-INDEX)   TO TIN-CUST-ID.
           MOVE WS-TAX-YEAR             TO TIN-TAX-YEAR.
           MOVE CIT-ACCT-NO(CU-INDEX)   TO TIN-ACCT-NO.
           MOVE CIT-LAST-NAME(CU-INDEX) TO TIN-LAST-NAME.
           MOVE CIT-FIRST-NAME(CU-INDEX) TO TIN-FIRST-NAME.
           MOVE WS-REPORT-AMT           TO TIN-INT-AMT.
           MOVE WS-FORM-TYPE            TO TIN-FORM-TYPE.
           MOVE WS-CURRENT-DATE         TO TIN-ISSUE-DATE.
           WRITE ISSUED-NEW-RECORD.
      *----------------------------------------------------------*
       2400-PRINT-REGISTER-LINE.
      *----------------------------------------------------------*
           MOVE CIT-CUST-ID(CU-INDEX)   TO TDL-CUST-ID.
           MOVE CIT-ACCT-NO(CU-INDEX)   TO TDL-ACCT-NO.
           MOVE CIT-LAST-NAME(CU-INDEX) TO TDL-LAST-NAME.
           MOVE CIT-FIRST-NAME(CU-INDEX) TO TDL-FIRST-NAME.
           MOVE WS-REPORT-AMT           TO TDL-INT-AMT.
           MOVE WS-PRIOR-AMT            TO TDL-PRIOR-AMT.
           IF  WS-CORRECTED-FORM
               MOVE 'CORRECTED'         TO TDL-FORM-TYPE
           ELSE
               IF  WS-CORRECTION-MODE
                   MOVE 'LATE ORIGINAL' TO TDL-FORM-TYPE
               ELSE
                   MOVE 'ORIGINAL'      TO TDL-FORM-TYPE.
           MOVE TAX-DETAIL-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2450-KEEP-ISSUED-FORM.
      *----------------------------------------------------------*
           MOVE SPACE                   TO ISSUED-NEW-RECORD.
           MOVE IST-CUST-ID(IS-INDEX)   TO TIN-CUST-ID.
           MOVE WS-TAX-YEAR             TO TIN-TAX-YEAR.
           MOVE IST-ACCT-NO(IS-INDEX)   TO TIN-ACCT-NO.
           MOVE IST-LAST-NAME(IS-INDEX) TO TIN-LAST-NAME.
           MOVE IST-FIRST-NAME(IS-INDEX) TO TIN-FIRST-NAME.
           MOVE IST-INT-AMT(IS-INDEX)   TO TIN-INT-AMT.
           MOVE IST-FORM-TYPE(IS-INDEX) TO TIN-FORM-TYPE.
           MOVE IST-ISSUE-DATE(IS-INDEX) TO TIN-ISSUE-DATE.
           WRITE ISSUED-NEW-RECORD.
      *----------------------------------------------------------*
       2500-CHECK-ONE-ISSUED-FORM.
      *----------------------------------------------------------*
      *    A FORM ON FILE WHOSE RECIPIENT NO LONGER SHOWS ANY
      *    INTEREST FOR THE YEAR IS CORRECTED DOWN TO ZERO.
           IF  IST-MATCHED-SW(IS-INDEX) NOT = 'Y'
               IF  CUST-INT-COUNT = 1000
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                    TO CUST-INT-COUNT
               SET CU-INDEX             TO CUST-INT-COUNT
               MOVE IST-CUST-ID(IS-INDEX) TO CIT-CUST-ID(CU-INDEX)
               MOVE IST-ACCT-NO(IS-INDEX) TO CIT-ACCT-NO(CU-INDEX)
               MOVE IST-LAST-NAME(IS-INDEX)
                                        TO CIT-LAST-NAME(CU-INDEX)
               MOVE IST-FIRST-NAME(IS-INDEX)
                                        TO CIT-FIRST-NAME(CU-INDEX)
               MOVE ZERO                TO CIT-INT-AMT(CU-INDEX)
               PERFORM 2000-PROCESS-ONE-RECIPIENT.
      *----------------------------------------------------------*
       2900-WRITE-FILING-TRAILER.
      *----------------------------------------------------------*
           MOVE SPACE                   TO FILING-RECORD.
           MOVE 'T'                     TO IF-RECORD-TYPE.
           MOVE WS-TAX-YEAR             TO IF-TAX-YEAR.
           MOVE WS-PARM-PAYER-NAME      TO IF-PAYER-NAME.
           MOVE WS-CURRENT-DATE         TO IF-CTL-DATE.
           MOVE WS-FORM-COUNT           TO IF-CTL-COUNT.
           MOVE WS-FILED-TOTAL          TO IF-CTL-AMOUNT.
           WRITE FILING-RECORD.
           MOVE SPACE                   TO XMIT-MANIFEST-RECORD.
           MOVE 'IRSFILE'               TO MF-FILE-ID.
           MOVE 'S'                     TO MF-DIRECTION.
           MOVE WS-CURRENT-DATE         TO MF-BUSINESS-DATE.
           MOVE WS-FORM-COUNT           TO MF-RECORD-COUNT.
           MOVE WS-FILED-TOTAL          TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
      *----------------------------------------------------------*
       3000-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-FORM-COUNT           TO TL1-FORM-COUNT.
           MOVE WS-CORR-COUNT           TO TL1-CORR-COUNT.
           MOVE WS-UNDER-COUNT          TO TL1-UNDER-COUNT.
           MOVE WS-FILED-TOTAL          TO TL1-FILED-TOTAL.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "COMPLETE"              TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
       4000-CLOSE-FILES.
      *----------------------------------------------------------*
           CLOSE   ACCT-AUDIT-FILE
                   XREF-FILE
                   ADDR-MASTER
                   ISSUED-OLD-FILE
                   ISSUED-NEW-FILE
                   FILING-FILE
                   XMIT-MANIFEST-FILE
                   FORM-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'INT1099 - FORMS ISSUED      : ' WS-FORM-COUNT.
           DISPLAY 'INT1099 - CORRECTED FORMS   : ' WS-CORR-COUNT.
           DISPLAY 'INT1099 - UNDER THRESHOLD   : ' WS-UNDER-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  RECIPIENT TABLE OVERFLOW - INT1099      *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF INT1099                  *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   ACCT-AUDIT-FILE
                   XREF-FILE
                   ADDR-MASTER
                   ISSUED-OLD-FILE
                   ISSUED-NEW-FILE
                   FILING-FILE
                   XMIT-MANIFEST-FILE
                   FORM-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8050-READ-XREF-FILE.
      *----------------------------------------------------------*
           READ XREF-FILE
               AT END MOVE 'Y'          TO XREF-EOF-SW.
      *----------------------------------------------------------*
       8060-READ-ACCT-AUDIT.
      *----------------------------------------------------------*
           READ ACCT-AUDIT-FILE
               AT END MOVE 'Y'          TO AUDIT-EOF-SW.
      *----------------------------------------------------------*
       8070-READ-ISSUED-OLD.
      *----------------------------------------------------------*
           READ ISSUED-OLD-FILE
               AT END MOVE 'Y'          TO ISSUED-EOF-SW.
