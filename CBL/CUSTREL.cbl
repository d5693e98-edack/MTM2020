       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE       ASSIGN TO CUSTXREF.
           SELECT ACCT-MASTER     ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMAST.
           SELECT CLAIM-HIST-FILE ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-KEY.
           SELECT REQ-FOR-PROPOSAL ASSIGN TO RFPFILE.
           SELECT RENTAL-MASTER   ASSIGN TO RENTMAST.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  XREF-FILE
           RECORDING MODE IS F.
           COPY CUSTXREF.
      *----------------------------------------------------------*
       FD  ACCT-MASTER.
      *----------------------------------------------------------*
       COPY ACCTREC.
      *----------------------------------------------------------*
       FD  POLICY-MASTER-FILE
           RECORDING MODE IS F.
       COPY POLMAST.
      *----------------------------------------------------------*
       FD  CLAIM-HIST-FILE.
       COPY CLMHIST.
      *----------------------------------------------------------*
       FD  REQ-FOR-PROPOSAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       01  RFP-RECORD.
           05  RFP-ARTIST-ACCT-NO          PIC X(08).
           05  RFP-MUSICIAN-NAME.
               10  RFP-MUSICIAN-LNAME      PIC X(15).
               10  RFP-MUSICIAN-FNAME      PIC X(15).
           05  RFP-INSTRUMENT              PIC 9(06).
           05  RFP-INSTRUMENT-QUALITY      PIC X(01).
           05  RFP-SHIP-TO-FLAG            PIC X(03).
           05  RFP-COST-PER-INSTRUMENT     PIC S9(07)V99.
           05  RFP-ADDITIONAL-COSTS.
               10  RFP-SHIPPING-COST       PIC S9(04)V99.
               10  RFP-TAX-AMT             PIC S9(03)V99.
           05  RFP-CURRENCY-CODE           PIC X(03).
           05  RFP-LOCAL-COST              PIC S9(09)V99.
           05  RFP-FX-RATE                 PIC 9(03)V9(04).
           05  FILLER                      PIC X(01).
      *----------------------------------------------------------*
       FD  RENTAL-MASTER
           RECORDING MODE IS F.
           COPY RENTAGR.
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
      *    CUSTOMER RELATIONSHIP REPORT.  ONE LINE PER CUSTOMER
      *    BRINGING TOGETHER EVERYTHING LINKED TO IT ON CUSTXREF
      *    (SEE CUSTMNT AND CUSTMTCH):
      *      - ACCOUNTS AND THEIR TOTAL EXPOSURE (BALANCES).  AN
      *        ACCOUNT WITH NO CONFIRMED LINK IS A CUSTOMER OF ITS
      *        OWN, AS ON HSHEXPO, SO THE EXPOSURE TIES TO ACCTMST;
      *      - ACTIVE POLICIES, AND THE CLAIMS ON THEM STILL OPEN -
      *        SUSPENDED, PAYMENT HELD FOR WATCH-LIST REVIEW, OR
      *        REJECTED WITH AN APPEAL OPEN OR LODGED.
      *        THE LIABILITY IS THE AMOUNT CLAIMED LESS ANY PAID;
      *      - OPEN RFPS (EVERY RFP STILL ON RFPFILE) AT COST PLUS
      *        SHIPPING AND TAX, AND RENTALS STILL OUT WITH THEIR
      *        MONTHLY RATE.  AN ARTIST BELONGS TO THE CUSTOMER IT
      *        IS LINKED TO, OR ELSE TO THE CUSTOMER OF ITS ARTIST
      *        ACCOUNT.
      *    LINKS STILL AWAITING REVIEW ARE NOT COUNTED.  POLICIES,
      *    RFPS AND RENTALS THAT BELONG TO NO CUSTOMER ARE COUNTED
      *    ON THE TRAILER.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  CUSTOMER RELATIONSHIP REPORT          '.
               10  FILLER  PIC X(11) VALUE ' RUN DATE: '.
               10  HL1-RUN-DATE          PIC 9(08).
               10  FILLER                PIC X(73) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(09) VALUE 'CUSTOMER '.
               10  FILLER    PIC X(27) VALUE 'NAME'.
               10  FILLER    PIC X(12) VALUE 'STATE'.
               10  FILLER    PIC X(05) VALUE 'ACCTS'.
               10  FILLER    PIC X(16) VALUE '        EXPOSURE'.
               10  FILLER    PIC X(05) VALUE ' POLS'.
               10  FILLER    PIC X(05) VALUE ' CLMS'.
               10  FILLER    PIC X(15) VALUE '      LIABILITY'.
               10  FILLER    PIC X(05) VALUE ' RFPS'.
               10  FILLER    PIC X(15) VALUE '   RFP ESTIMATE'.
               10  FILLER    PIC X(05) VALUE ' RNTL'.
               10  FILLER    PIC X(12) VALUE '  RENT/MONTH'.
               10  FILLER                PIC X(01) VALUE SPACE.
      *----------------------------------------------------------*
           05  RELATION-DETAIL-LINE.
               10  RDL-CUST-ID           PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  RDL-LAST-NAME         PIC X(15).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  RDL-FIRST-NAME        PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  RDL-STATE             PIC X(12).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-ACCT-COUNT        PIC ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-EXPOSURE          PIC $$$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-POLICY-COUNT      PIC ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-CLAIM-COUNT       PIC ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-LIABILITY         PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-RFP-COUNT         PIC ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-RFP-AMOUNT        PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-RENTAL-COUNT      PIC ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RDL-RENTAL-RATE       PIC $$$,$$9.99.
               10  FILLER                PIC X(01) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(24) VALUE '** CUSTOMERS LISTED  :  '.
               10  TL1-CUST-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   ACCOUNTS           : '.
               10  TL1-ACCT-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   ACTIVE POLICIES    : '.
               10  TL1-POLICY-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   OPEN CLAIMS        : '.
               10  TL1-CLAIM-COUNT       PIC ZZ,ZZ9.
               10  FILLER                PIC X(12) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(24) VALUE '** TOTAL EXPOSURE    :  '.
               10  TL2-EXPOSURE          PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(24) VALUE '   CLAIMS LIABILITY   : '.
               10  TL2-LIABILITY         PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(24) VALUE '   OPEN RFP ESTIMATE  : '.
               10  TL2-RFP-AMOUNT        PIC $$$,$$$,$$9.99.
               10  FILLER                PIC X(18) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-3.
               10  FILLER  PIC X(24) VALUE '** RENTALS OUT       :  '.
               10  TL3-RENTAL-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   RENT PER MONTH     : '.
               10  TL3-RENTAL-RATE       PIC $$$,$$$,$$9.99.
               10  FILLER                PIC X(64) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-4.
               10  FILLER  PIC X(24) VALUE '** UNLINKED POLICIES :  '.
               10  TL4-POLICY-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   UNLINKED RFPS      : '.
               10  TL4-RFP-COUNT         PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   UNLINKED RENTALS   : '.
               10  TL4-RENTAL-COUNT      PIC ZZ,ZZ9.
               10  FILLER                PIC X(42) VALUE SPACE.
      *----------------------------------------------------------*
       01  XREF-TABLE-FIELDS.
           05  XREF-TABLE OCCURS 5000 TIMES
                           INDEXED BY XR-INDEX.
               10  XRT-MEMBER-TYPE        PIC X(01).
               10  XRT-MEMBER-KEY         PIC X(08).
               10  XRT-CUST-ID            PIC X(08).
           05  XREF-COUNT                 PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  ACCOUNT-TABLE-FIELDS.
           05  ACCOUNT-TABLE OCCURS 5000 TIMES
                           INDEXED BY AT-INDEX.
               10  AT-ACCT-NO             PIC X(08).
               10  AT-CUST-ID             PIC X(08).
           05  ACCOUNT-COUNT              PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  POLICY-TABLE-FIELDS.
           05  POLICY-TABLE OCCURS 5000 TIMES
                           INDEXED BY PT-INDEX.
               10  PT-POLICY-NO           PIC X(07).
               10  PT-CUST-INDEX          PIC 9(04).
           05  POLICY-COUNT               PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  CUST-TOTAL-TABLE-FIELDS.
           05  CUST-TOTAL-TABLE OCCURS 2000 TIMES
                           INDEXED BY CU-INDEX.
               10  CUT-CUST-ID            PIC X(08) VALUE SPACE.
               10  CUT-LAST-NAME          PIC X(20) VALUE SPACE.
               10  CUT-FIRST-NAME         PIC X(14) VALUE SPACE.
               10  CUT-STATE              PIC X(15) VALUE SPACE.
               10  CUT-ACCT-COUNT         PIC 9(03) VALUE ZERO.
               10  CUT-EXPOSURE           PIC S9(09)V99 VALUE ZERO.
               10  CUT-POLICY-COUNT       PIC 9(03) VALUE ZERO.
               10  CUT-CLAIM-COUNT        PIC 9(03) VALUE ZERO.
               10  CUT-LIABILITY          PIC S9(09)V99 VALUE ZERO.
               10  CUT-RFP-COUNT          PIC 9(03) VALUE ZERO.
               10  CUT-RFP-AMOUNT         PIC S9(09)V99 VALUE ZERO.
               10  CUT-RENTAL-COUNT       PIC 9(03) VALUE ZERO.
               10  CUT-RENTAL-RATE        PIC 9(07)V99 VALUE ZERO.
           05  CUST-TOTAL-COUNT           PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-RELATION-FIELDS.
           05  WS-CUST-ID                PIC X(08).
           05  WS-MEMBER-TYPE            PIC X(01).
           05  WS-MEMBER-KEY             PIC X(08).
           05  WS-MEMBER-LAST-NAME       PIC X(20).
           05  WS-MEMBER-FIRST-NAME      PIC X(14).
           05  WS-MEMBER-STATE           PIC X(15).
           05  WS-CLAIM-OPEN-AMT         PIC S9(07)V99.
           05  WS-RFP-AMOUNT             PIC S9(09)V99.
           05  WS-ACCT-TOTAL             PIC 9(05) VALUE ZERO.
           05  WS-POLICY-TOTAL           PIC 9(05) VALUE ZERO.
           05  WS-CLAIM-TOTAL            PIC 9(05) VALUE ZERO.
           05  WS-RENTAL-TOTAL           PIC 9(05) VALUE ZERO.
           05  WS-EXPOSURE-TOTAL         PIC S9(09)V99 VALUE ZERO.
           05  WS-LIABILITY-TOTAL        PIC S9(09)V99 VALUE ZERO.
           05  WS-RFP-TOTAL              PIC S9(09)V99 VALUE ZERO.
           05  WS-RENTAL-RATE-TOTAL      PIC S9(09)V99 VALUE ZERO.
           05  WS-UNLINKED-POLICY-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-UNLINKED-RFP-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-UNLINKED-RENTAL-COUNT  PIC 9(05) VALUE ZERO.
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
           05  XREF-EOF-SW               PIC X(01) VALUE 'N'.
               88  XREF-EOF                  VALUE 'Y'.
           05  ACCT-EOF-SW               PIC X(01) VALUE 'N'.
               88  ACCT-EOF                  VALUE 'Y'.
           05  POLICY-EOF-SW             PIC X(01) VALUE 'N'.
               88  POLICY-EOF                VALUE 'Y'.
           05  CLAIM-EOF-SW              PIC X(01) VALUE 'N'.
               88  CLAIM-EOF                 VALUE 'Y'.
           05  RFP-EOF-SW                PIC X(01) VALUE 'N'.
               88  RFP-EOF                   VALUE 'Y'.
           05  RENTAL-EOF-SW             PIC X(01) VALUE 'N'.
               88  RENTAL-EOF                VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-XREF-TABLE.
           PERFORM 8100-READ-ACCT-MASTER.
           PERFORM 2000-PROCESS-ONE-ACCOUNT
               UNTIL ACCT-EOF.
           PERFORM 8200-READ-POLICY.
           PERFORM 2100-PROCESS-ONE-POLICY
               UNTIL POLICY-EOF.
           PERFORM 8300-READ-CLAIM-HIST.
           PERFORM 2200-PROCESS-ONE-CLAIM
               UNTIL CLAIM-EOF.
           PERFORM 8400-READ-RFP.
           PERFORM 2300-PROCESS-ONE-RFP
               UNTIL RFP-EOF.
           PERFORM 8500-READ-RENTAL.
           PERFORM 2400-PROCESS-ONE-RENTAL
               UNTIL RENTAL-EOF.
           PERFORM 3000-PRINT-RELATIONSHIP-REPORT.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  XREF-FILE
                          ACCT-MASTER
                          POLICY-MASTER-FILE
                          CLAIM-HIST-FILE
                          REQ-FOR-PROPOSAL
                          RENTAL-MASTER
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE "CUSTREL"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE
                                           HL1-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
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
           IF  CX-LINK-CONFIRMED
               IF  XREF-COUNT = 5000
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                    TO XREF-COUNT
               SET XR-INDEX             TO XREF-COUNT
               MOVE CX-MEMBER-TYPE      TO XRT-MEMBER-TYPE(XR-INDEX)
               IF  CX-ACCOUNT-MEMBER
                   MOVE 'A'             TO XRT-MEMBER-TYPE(XR-INDEX)
               END-IF
               MOVE CX-ACCT-NO          TO XRT-MEMBER-KEY(XR-INDEX)
               MOVE CX-CUST-ID          TO XRT-CUST-ID(XR-INDEX).
           PERFORM 8050-READ-XREF-FILE.
      *----------------------------------------------------------*
       2000-PROCESS-ONE-ACCOUNT.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE 'A'                     TO WS-MEMBER-TYPE.
           MOVE ACCT-NO                 TO WS-MEMBER-KEY.
           PERFORM 7100-FIND-XREF-CUSTOMER.
           IF  WS-CUST-ID = SPACE
               MOVE ACCT-NO             TO WS-CUST-ID.
           IF  ACCOUNT-COUNT = 5000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO ACCOUNT-COUNT.
           SET AT-INDEX                 TO ACCOUNT-COUNT.
           MOVE ACCT-NO                 TO AT-ACCT-NO(AT-INDEX).
           MOVE WS-CUST-ID              TO AT-CUST-ID(AT-INDEX).
           MOVE LAST-NAME               TO WS-MEMBER-LAST-NAME.
           MOVE FIRST-NAME              TO WS-MEMBER-FIRST-NAME.
           MOVE USA-STATE               TO WS-MEMBER-STATE.
           PERFORM 2500-FIND-CUSTOMER.
           ADD 1                        TO CUT-ACCT-COUNT(CU-INDEX)
                                           WS-ACCT-TOTAL.
           ADD ACCT-BALANCE             TO CUT-EXPOSURE(CU-INDEX)
                                           WS-EXPOSURE-TOTAL.
           PERFORM 8100-READ-ACCT-MASTER.
      *----------------------------------------------------------*
       2100-PROCESS-ONE-POLICY.
      *----------------------------------------------------------*
      *    THE LINKED ACTIVE POLICIES ARE KEPT WITH THEIR CUSTOMER
      *    SO THEIR CLAIMS CAN BE ADDED IN.
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  PM-ACTIVE
               MOVE 'P'                 TO WS-MEMBER-TYPE
               MOVE PM-POLICY-NO        TO WS-MEMBER-KEY
               PERFORM 7100-FIND-XREF-CUSTOMER
               IF  WS-CUST-ID = SPACE
                   ADD 1                TO WS-UNLINKED-POLICY-COUNT
               ELSE
                   MOVE PM-INSURED-LAST-NAME
                                        TO WS-MEMBER-LAST-NAME
                   MOVE PM-INSURED-FIRST-NAME
                                        TO WS-MEMBER-FIRST-NAME
                   MOVE SPACE           TO WS-MEMBER-STATE
                   PERFORM 2500-FIND-CUSTOMER
                   ADD 1                TO CUT-POLICY-COUNT(CU-INDEX)
                                           WS-POLICY-TOTAL
                   IF  POLICY-COUNT = 5000
                       PERFORM 9900-TABLE-ERROR
                   END-IF
                   ADD 1                TO POLICY-COUNT
                   SET PT-INDEX         TO POLICY-COUNT
                   MOVE PM-POLICY-NO    TO PT-POLICY-NO(PT-INDEX)
                   SET PT-CUST-INDEX(PT-INDEX) TO CU-INDEX.
           PERFORM 8200-READ-POLICY.
      *----------------------------------------------------------*
       2200-PROCESS-ONE-CLAIM.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  CH-SUSPENDED
           OR  CH-HELD
           OR  (CH-REJECTED
           AND (CH-APPEAL-OPEN OR CH-APPEAL-LODGED))
               SET PT-INDEX             TO 1
               SEARCH POLICY-TABLE
                   AT END
                       CONTINUE
                   WHEN PT-INDEX > POLICY-COUNT
                       CONTINUE
                   WHEN PT-POLICY-NO(PT-INDEX) = CH-POLICY-NO
                       PERFORM 2210-ADD-OPEN-CLAIM.
           PERFORM 8300-READ-CLAIM-HIST.
      *----------------------------------------------------------*
       2210-ADD-OPEN-CLAIM.
      *----------------------------------------------------------*
           SET CU-INDEX                 TO PT-CUST-INDEX(PT-INDEX).
           ADD 1                        TO CUT-CLAIM-COUNT(CU-INDEX)
                                           WS-CLAIM-TOTAL.
           COMPUTE WS-CLAIM-OPEN-AMT =
               CH-CLAIM-AMOUNT - CH-AMOUNT-PAID.
           IF  WS-CLAIM-OPEN-AMT > ZERO
               ADD WS-CLAIM-OPEN-AMT    TO CUT-LIABILITY(CU-INDEX)
                                           WS-LIABILITY-TOTAL.
      *----------------------------------------------------------*
       2300-PROCESS-ONE-RFP.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE RFP-ARTIST-ACCT-NO      TO WS-MEMBER-KEY.
           PERFORM 7200-FIND-ARTIST-CUSTOMER.
           IF  WS-CUST-ID = SPACE
               ADD 1                    TO WS-UNLINKED-RFP-COUNT
           ELSE
               MOVE RFP-MUSICIAN-LNAME  TO WS-MEMBER-LAST-NAME
               MOVE RFP-MUSICIAN-FNAME  TO WS-MEMBER-FIRST-NAME
               MOVE SPACE               TO WS-MEMBER-STATE
               PERFORM 2500-FIND-CUSTOMER
               COMPUTE WS-RFP-AMOUNT =
                   RFP-COST-PER-INSTRUMENT + RFP-SHIPPING-COST
                                           + RFP-TAX-AMT
               ADD 1                    TO CUT-RFP-COUNT(CU-INDEX)
               ADD WS-RFP-AMOUNT        TO CUT-RFP-AMOUNT(CU-INDEX)
                                           WS-RFP-TOTAL.
           PERFORM 8400-READ-RFP.
      *----------------------------------------------------------*
       2400-PROCESS-ONE-RENTAL.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  RN-OUT
               MOVE RN-ARTIST-ACCT-NO   TO WS-MEMBER-KEY
               PERFORM 7200-FIND-ARTIST-CUSTOMER
               IF  WS-CUST-ID = SPACE
                   ADD 1                TO WS-UNLINKED-RENTAL-COUNT
               ELSE
                   MOVE SPACE           TO WS-MEMBER-LAST-NAME
                                           WS-MEMBER-FIRST-NAME
                                           WS-MEMBER-STATE
                   PERFORM 2500-FIND-CUSTOMER
                   ADD 1                TO CUT-RENTAL-COUNT(CU-INDEX)
                                           WS-RENTAL-TOTAL
                   ADD RN-MONTHLY-RATE  TO CUT-RENTAL-RATE(CU-INDEX)
                                           WS-RENTAL-RATE-TOTAL.
           PERFORM 8500-READ-RENTAL.
      *----------------------------------------------------------*
       2500-FIND-CUSTOMER.
      *----------------------------------------------------------*
      *    INPUT : WS-CUST-ID AND THE MEMBER'S NAME AND STATE.
      *    OUTPUT: CU-INDEX AT THE CUSTOMER, ADDED IF NEW.  THE
      *            CUSTOMER IS SHOWN UNDER THE FIRST NAME SEEN FOR
      *            IT - ITS FIRST ACCOUNT WHEN IT HAS ONE.
           SET CU-INDEX TO 1.
           SEARCH CUST-TOTAL-TABLE
               AT END
                   PERFORM 9900-TABLE-ERROR
               WHEN CUT-CUST-ID(CU-INDEX) = WS-CUST-ID
                   CONTINUE
               WHEN CUT-CUST-ID(CU-INDEX) = SPACE
                   ADD 1                TO CUST-TOTAL-COUNT
                   MOVE WS-CUST-ID      TO CUT-CUST-ID(CU-INDEX)
                   MOVE WS-MEMBER-LAST-NAME
                                        TO CUT-LAST-NAME(CU-INDEX)
                   MOVE WS-MEMBER-FIRST-NAME
                                        TO CUT-FIRST-NAME(CU-INDEX)
                   MOVE WS-MEMBER-STATE TO CUT-STATE(CU-INDEX).
           IF  CUT-LAST-NAME(CU-INDEX) = SPACE
               MOVE WS-MEMBER-LAST-NAME TO CUT-LAST-NAME(CU-INDEX)
               MOVE WS-MEMBER-FIRST-NAME
                                        TO CUT-FIRST-NAME(CU-INDEX).
      *----------------------------------------------------------*
       3000-PRINT-RELATIONSHIP-REPORT.
      *----------------------------------------------------------*
           SET CU-INDEX TO 1.
           PERFORM 3050-PRINT-ONE-CUSTOMER
               UNTIL CU-INDEX > 2000
                  OR CUT-CUST-ID(CU-INDEX) = SPACE.
           MOVE CUST-TOTAL-COUNT        TO TL1-CUST-COUNT.
           MOVE WS-ACCT-TOTAL           TO TL1-ACCT-COUNT.
           MOVE WS-POLICY-TOTAL         TO TL1-POLICY-COUNT.
           MOVE WS-CLAIM-TOTAL          TO TL1-CLAIM-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE WS-EXPOSURE-TOTAL       TO TL2-EXPOSURE.
           MOVE WS-LIABILITY-TOTAL      TO TL2-LIABILITY.
           MOVE WS-RFP-TOTAL            TO TL2-RFP-AMOUNT.
           MOVE TRAILER-2               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE WS-RENTAL-TOTAL         TO TL3-RENTAL-COUNT.
           MOVE WS-RENTAL-RATE-TOTAL    TO TL3-RENTAL-RATE.
           MOVE TRAILER-3               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE WS-UNLINKED-POLICY-COUNT TO TL4-POLICY-COUNT.
           MOVE WS-UNLINKED-RFP-COUNT   TO TL4-RFP-COUNT.
           MOVE WS-UNLINKED-RENTAL-COUNT TO TL4-RENTAL-COUNT.
           MOVE TRAILER-4               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3050-PRINT-ONE-CUSTOMER.
      *----------------------------------------------------------*
           MOVE CUT-CUST-ID(CU-INDEX)   TO RDL-CUST-ID.
           MOVE CUT-LAST-NAME(CU-INDEX) TO RDL-LAST-NAME.
           MOVE CUT-FIRST-NAME(CU-INDEX) TO RDL-FIRST-NAME.
           MOVE CUT-STATE(CU-INDEX)     TO RDL-STATE.
           MOVE CUT-ACCT-COUNT(CU-INDEX) TO RDL-ACCT-COUNT.
           MOVE CUT-EXPOSURE(CU-INDEX)  TO RDL-EXPOSURE.
           MOVE CUT-POLICY-COUNT(CU-INDEX) TO RDL-POLICY-COUNT.
           MOVE CUT-CLAIM-COUNT(CU-INDEX) TO RDL-CLAIM-COUNT.
           MOVE CUT-LIABILITY(CU-INDEX) TO RDL-LIABILITY.
           MOVE CUT-RFP-COUNT(CU-INDEX) TO RDL-RFP-COUNT.
           MOVE CUT-RFP-AMOUNT(CU-INDEX) TO RDL-RFP-AMOUNT.
           MOVE CUT-RENTAL-COUNT(CU-INDEX) TO RDL-RENTAL-COUNT.
           MOVE CUT-RENTAL-RATE(CU-INDEX) TO RDL-RENTAL-RATE.
           MOVE RELATION-DETAIL-LINE    TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           SET CU-INDEX UP BY 1.
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
           CLOSE   XREF-FILE
                   ACCT-MASTER
                   POLICY-MASTER-FILE
                   CLAIM-HIST-FILE
                   REQ-FOR-PROPOSAL
                   RENTAL-MASTER
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'CUSTREL - CUSTOMERS LISTED  : ' CUST-TOTAL-COUNT.
           DISPLAY 'CUSTREL - UNLINKED POLICIES : '
               WS-UNLINKED-POLICY-COUNT.
      *----------------------------------------------------------*
       7100-FIND-XREF-CUSTOMER.
      *----------------------------------------------------------*
      *    INPUT : WS-MEMBER-TYPE AND WS-MEMBER-KEY.  OUTPUT:
      *            WS-CUST-ID, SPACE WHEN THE MEMBER IS NOT LINKED.
           MOVE SPACE                   TO WS-CUST-ID.
           SET XR-INDEX                 TO 1.
           SEARCH XREF-TABLE
               AT END
                   CONTINUE
               WHEN XR-INDEX > XREF-COUNT
                   CONTINUE
               WHEN XRT-MEMBER-TYPE(XR-INDEX) = WS-MEMBER-TYPE
               AND  XRT-MEMBER-KEY(XR-INDEX) = WS-MEMBER-KEY
                   MOVE XRT-CUST-ID(XR-INDEX) TO WS-CUST-ID.
      *----------------------------------------------------------*
       7200-FIND-ARTIST-CUSTOMER.
      *----------------------------------------------------------*
      *    INPUT : WS-MEMBER-KEY, THE ARTIST ACCOUNT.  OUTPUT:
      *            WS-CUST-ID - THE ARTIST'S LINK, ELSE THE CUSTOMER
      *            OF THE ACCOUNT, ELSE SPACE.
           MOVE 'M'                     TO WS-MEMBER-TYPE.
           PERFORM 7100-FIND-XREF-CUSTOMER.
           IF  WS-CUST-ID = SPACE
               SET AT-INDEX             TO 1
               SEARCH ACCOUNT-TABLE
                   AT END
                       CONTINUE
                   WHEN AT-INDEX > ACCOUNT-COUNT
                       CONTINUE
                   WHEN AT-ACCT-NO(AT-INDEX) = WS-MEMBER-KEY
                       MOVE AT-CUST-ID(AT-INDEX) TO WS-CUST-ID.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  CUSTOMER TABLE OVERFLOW - CUSTREL       *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF CUSTREL                  *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   XREF-FILE
                   ACCT-MASTER
                   POLICY-MASTER-FILE
                   CLAIM-HIST-FILE
                   REQ-FOR-PROPOSAL
                   RENTAL-MASTER
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
       8100-READ-ACCT-MASTER.
      *----------------------------------------------------------*
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y'          TO ACCT-EOF-SW.
      *----------------------------------------------------------*
       8200-READ-POLICY.
      *----------------------------------------------------------*
           READ POLICY-MASTER-FILE
               AT END MOVE 'Y'          TO POLICY-EOF-SW.
      *----------------------------------------------------------*
       8300-READ-CLAIM-HIST.
      *----------------------------------------------------------*
           READ CLAIM-HIST-FILE NEXT RECORD
               AT END MOVE 'Y'          TO CLAIM-EOF-SW.
      *----------------------------------------------------------*
       8400-READ-RFP.
      *----------------------------------------------------------*
           READ REQ-FOR-PROPOSAL
               AT END MOVE 'Y'          TO RFP-EOF-SW.
      *----------------------------------------------------------*
       8500-READ-RENTAL.
      *----------------------------------------------------------*
           READ RENTAL-MASTER
               AT END MOVE 'Y'          TO RENTAL-EOF-SW.
