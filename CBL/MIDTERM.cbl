               ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO PERCTL.
           SELECT DIST-CATALOG-FILE ASSIGN TO DISTCTLG.
           SELECT ALERT-FILE
               ASSIGN TO ALERTFL.
               ASSIGN TO FEESCHED.
           SELECT XMIT-MANIFEST-FILE
               ASSIGN TO XMITMANF.
           SELECT PROMPT-PAY-FILE
               ASSIGN TO PPAYLIM.
           SELECT PROVIDER-REF-FILE
               ASSIGN TO PROVREF.
           SELECT NETWORK-PARM-FILE
               ASSIGN TO NETPARM.
           SELECT REMIT-FILE
               ASSIGN TO REMITADV.
           SELECT AUTH-FILE
               ASSIGN TO AUTHFILE.
           SELECT AUTH-PEND-FILE
               ASSIGN TO AUTHPEND.
           SELECT CLAIM-ADJ-FILE
               ASSIGN TO CLMADJ.
           SELECT CLAIM-HIST-FILE
               ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-KEY.
           SELECT OVERPAY-OLD
               ASSIGN TO OVPAYRCV.
           SELECT OVERPAY-NEW
               ASSIGN TO OVPAYRCN.
           SELECT HELD-PAY-OLD
               ASSIGN TO PAYHOLD.
           SELECT HELD-PAY-NEW
               ASSIGN TO PAYHOLDN.
           SELECT WATCH-LIST-FILE
               ASSIGN TO WATCHLST.
           SELECT WATCH-HIT-FILE
               ASSIGN TO WLHITS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO MIDCKPT.
           SELECT PAYMENT-PRIOR
               ASSIGN TO PAYFILEP.
           SELECT EOB-FEED-PRIOR
               ASSIGN TO EOBFEEDP.
           SELECT CESSION-PRIOR
               ASSIGN TO CESSBRDP.
           SELECT APPEAL-PRIOR
               ASSIGN TO APPEALSP.
           SELECT AUTH-PEND-PRIOR
               ASSIGN TO AUTHPNDP.
           SELECT ALERT-PRIOR
               ASSIGN TO ALERTFLP.
           SELECT WATCH-HIT-PRIOR
               ASSIGN TO WLHITSP.
           SELECT CLAIM-DEV-PRIOR
               ASSIGN TO CLAIMDVP.
           SELECT XMIT-MANIFEST-PRIOR
               ASSIGN TO XMITMNFP.
           SELECT HELD-PAY-PRIOR
               ASSIGN TO PAYHOLDP.
      *==========================================================*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  CLAIMS-FILE RECORDING MODE F.
       01  CLAIM-REC-CSV                   PIC X(100).
      *----------------------------------------------------------*
       FD  RUN-LOG-FILE RECORDING MODE F.
       COPY RUNLOG.
      *----------------------------------------------------------*
       FD  RUN-CONTROL-FILE RECORDING MODE F.
       COPY RUNCTLFL.
      *----------------------------------------------------------*
       FD  PERIOD-CONTROL-FILE RECORDING MODE F.
       COPY PERCTL.
      *----------------------------------------------------------*
       FD  ALERT-FILE RECORDING MODE F.
       COPY ALERTFIL.
      *    OUTBOUND PAYMENT INTERFACE FOR THE DISBURSEMENT SYSTEM -
      *    ONE DETAIL PER PAID CLAIM, BRACKETED BY A HEADER AND A
      *    TRAILER WHOSE COUNT AND DOLLAR HASH TIE TO THE REPORT'S
      *    CONTROL TOTALS.  CLAIMS WHOSE BENEFITS ARE ASSIGNED ARE NOT
      *    PAID ONE BY ONE - EACH PROVIDER GETS ONE DETAIL (PAYEE
      *    TYPE P) FOR THE SUM OF ITS ASSIGNED CLAIMS IN THE RUN.
       01  PAYMENT-RECORD.
           05  PAY-REC-TYPE                PIC X(01).
               88  PAY-HEADER                  VALUE 'H'.
               10  PAY-LAST-NAME           PIC X(15).
               10  PAY-FIRST-NAME          PIC X(10).
               10  PAY-AMOUNT              PIC 9(07)V99.
      *        PAY-AMOUNT INCLUDES ANY PROMPT-PAY INTEREST, WHICH IS
      *        ALSO CARRIED SEPARATELY WITH THE CLAIM RECEIVED DATE.
               10  PAY-RECEIVED-DATE       PIC 9(08).
               10  PAY-INTEREST-AMT        PIC 9(07)V99.
               10  PAY-PAYEE-TYPE          PIC X(01).
                   88  PAY-TO-INSURED          VALUE 'I'.
                   88  PAY-TO-PROVIDER         VALUE 'P'.
      *        PAY-AMOUNT IS NET OF ANY OVERPAYMENT RECOVERED, WHICH
      *        IS CARRIED IN PAY-OFFSET-AMT.
               10  PAY-OFFSET-AMT          PIC 9(07)V99.
               10  FILLER                  PIC X(11).
           05  PAY-PROVIDER-DATA REDEFINES PAY-BODY.
               10  PAY-PROVIDER-CODE       PIC X(03).
               10  PAY-PROVIDER-NAME       PIC X(25).
               10  PAY-PROVIDER-CLAIMS     PIC 9(04).
               10  PAY-PROVIDER-AMOUNT     PIC 9(07)V99.
               10  FILLER                  PIC X(08).
               10  PAY-PROVIDER-INTEREST   PIC 9(07)V99.
               10  FILLER                  PIC X(21).
           05  PAY-CONTROL-DATA REDEFINES PAY-BODY.
               10  PAY-RUN-DATE            PIC 9(08).
               10  PAY-RECORD-COUNT        PIC 9(07).
               10  PAY-DOLLAR-HASH         PIC 9(11)V99.
      *        ON THE HEADER OF A PARTITIONED RUN - THE PARTITION AND
      *        ITS POLICY-NUMBER RANGE, CHECKED BY THE MIDMERGE STEP.
               10  PAY-PARTITION-NO        PIC 9(02).
               10  PAY-PART-LOW            PIC X(07).
               10  PAY-PART-HIGH           PIC X(07).
               10  FILLER                  PIC X(35).
      *----------------------------------------------------------*
       FD  EOB-FEED-FILE RECORDING MODE F.
      *----------------------------------------------------------*
           05  EB-DISPOSITION              PIC X(01).
               88  EB-PAID                     VALUE 'P'.
               88  EB-REJECTED                 VALUE 'R'.
               88  EB-HELD                     VALUE 'H'.
           05  EB-REJECT-REASON            PIC X(20).
           05  EB-BENEFIT-DATE             PIC 9(08).
           05  EB-POLICY-TYPE              PIC 9(01).
           05  EB-COB-FLAG                 PIC X(01).
           05  EB-COB-PRIMARY-NO           PIC X(07).
           05  EB-COB-REDUCTION            PIC 9(07)V99.
      *    PROMPT PAY: DATE RECEIVED, DAYS FROM RECEIPT TO PAYMENT AND
      *    THE STATUTORY INTEREST ADDED FOR PAYING AFTER THE LIMIT.
      *    THE INTEREST IS PAID ON TOP OF, NOT INSIDE, EB-AMOUNT-PAID.
           05  EB-RECEIVED-DATE            PIC 9(08).
           05  EB-DAYS-TO-PAY              PIC 9(05).
           05  EB-INTEREST-AMT             PIC 9(07)V99.
      *    PAYEE: I WHEN THE BENEFIT WAS PAID TO THE INSURED, P WHEN
      *    IT WENT TO THE ASSIGNED PROVIDER NAMED HERE.
           05  EB-PAYEE-TYPE               PIC X(01).
               88  EB-PAID-TO-INSURED          VALUE 'I'.
               88  EB-PAID-TO-PROVIDER         VALUE 'P'.
           05  EB-PROVIDER-CODE            PIC X(03).
           05  EB-PROVIDER-NAME            PIC X(25).
      *    OVERPAYMENT RECOVERED: THE PART OF THIS PAYMENT KEPT BACK
      *    AGAINST AN OPEN OVERPAYMENT RECEIVABLE ON THE POLICY.
           05  EB-OFFSET-AMT               PIC 9(07)V99.
      *    NETWORK: THE PROVIDER WHO TREATED THE INSURED, WHOEVER WAS
      *    PAID, AND I WHEN THAT PROVIDER WAS IN OUR NETWORK ON THE
      *    DATE RECEIVED, O WHEN IT WAS NOT, SPACE WHEN THE CLAIM
      *    NAMES NO PROVIDER.  AN OUT-OF-NETWORK CLAIM SHOWS WHAT IT
      *    COST THE INSURED - THE CUT IN THE ALLOWED AMOUNT AND THE
      *    EXTRA COINSURANCE OVER THE POLICY'S OWN PERCENTAGE.
           05  EB-SERVICE-PROVIDER         PIC X(03).
           05  EB-NETWORK-STATUS           PIC X(01).
               88  EB-IN-NETWORK               VALUE 'I'.
               88  EB-OUT-OF-NETWORK           VALUE 'O'.
           05  EB-OON-ALLOWED-CUT          PIC 9(07)V99.
           05  EB-OON-COINS-EXTRA          PIC 9(07)V99.
      *----------------------------------------------------------*
       FD  RETENTION-FILE RECORDING MODE F.
      *----------------------------------------------------------*
      *    OUTBOUND CESSION BORDEREAU FOR THE REINSURER - ONE
      *    DETAIL PER CEDED CLAIM, BRACKETED BY HEADER AND TRAILER
      *    WHOSE COUNT AND CEDED-DOLLAR HASH TIE TO THE RECOVERIES
      *    DUE SECTION OF THE CLAIM REPORT.  REVERSALS ARE COUNTED
      *    AND HASHED LIKE ANY OTHER DETAIL.
       01  CESSION-RECORD.
           05  CES-REC-TYPE                PIC X(01).
               88  CES-HEADER                  VALUE 'H'.
               10  CES-CLAIM-AMOUNT        PIC 9(07)V99.
               10  CES-RETAINED-AMT        PIC 9(07)V99.
               10  CES-CEDED-AMT           PIC 9(07)V99.
      *        R - A CESSION TAKEN BACK BECAUSE THE CLAIM WAS VOIDED OR
      *        ADJUSTED DOWN; THE CEDED AMOUNT IS THEN OWED BACK TO US.
               10  CES-ENTRY-TYPE          PIC X(01).
                   88  CES-REVERSAL            VALUE 'R'.
               10  FILLER                  PIC X(18).
           05  CES-CONTROL-DATA REDEFINES CES-BODY.
               10  CES-RUN-DATE            PIC 9(08).
               10  CES-RECORD-COUNT        PIC 9(07).
               10  CES-DOLLAR-HASH         PIC 9(11)V99.
               10  CES-PARTITION-NO        PIC 9(02).
               10  CES-PART-LOW            PIC X(07).
               10  CES-PART-HIGH           PIC X(07).
               10  FILLER                  PIC X(35).
      *----------------------------------------------------------*
       FD  CLAIM-DEV-FILE RECORDING MODE F.
      *----------------------------------------------------------*
           05  AP-REJECT-DATE              PIC 9(08).
           05  AP-DEADLINE-DATE            PIC 9(08).
           05  AP-REASON                   PIC X(20).
           05  AP-CLAIM-RECORD             PIC X(100).
           05  FILLER                      PIC X(06).
      *----------------------------------------------------------*
       FD  FEE-SCHED-FILE RECORDING MODE F.
      *----------------------------------------------------------*
      *    ALLOWED AMOUNTS PER PROCEDURE AND POLICY TYPE - THE
      *    BENEFIT IS PRICED ON THE LESSER OF BILLED AND ALLOWED.
      *    A PROCEDURE THAT NEEDS PRIOR AUTHORIZATION CARRIES THE
      *    RULE FOR A CLAIM WITH NONE ON AUTHFILE: P PENDS THE CLAIM,
      *    R PAYS IT ON FS-AUTH-REDUCE-PCT PERCENT OF THE ALLOWED.
       01  FEE-SCHED-RECORD.
           05  FS-PROC-CODE                PIC X(03).
           05  FS-POLICY-TYPE              PIC 9(01).
           05  FS-ALLOWED-AMT              PIC 9(07)V99.
           05  FS-AUTH-RULE                PIC X(01).
               88  FS-AUTH-PEND                VALUE 'P'.
               88  FS-AUTH-REDUCE              VALUE 'R'.
           05  FS-AUTH-REDUCE-PCT          PIC 9(03).
           05  FILLER                      PIC X(63).
      *----------------------------------------------------------*
       FD  XMIT-MANIFEST-FILE RECORDING MODE F.
       COPY XMITMANF.
      *----------------------------------------------------------*
       FD  PROMPT-PAY-FILE RECORDING MODE F.
      *----------------------------------------------------------*
      *    STATUTORY PROMPT-PAY TERMS PER POLICY TYPE - THE STATE
      *    WHOSE LAW GOVERNS, DAYS ALLOWED FROM RECEIPT TO PAYMENT,
      *    AND THE ANNUAL INTEREST RATE OWED ON A LATE PAYMENT.
       01  PROMPT-PAY-RECORD.
           05  PP-POLICY-TYPE              PIC 9(01).
           05  PP-STATE-CODE               PIC X(02).
           05  PP-LIMIT-DAYS               PIC 9(03).
           05  PP-INTEREST-RATE            PIC V9(04).
           05  FILLER                      PIC X(70).
      *----------------------------------------------------------*
       FD  PROVIDER-REF-FILE RECORDING MODE F.
      *----------------------------------------------------------*
      *    PROVIDER REFERENCE.  A PROVIDER WITH STATUS I (OR SPACE)
      *    IS IN OUR NETWORK FROM ITS EFFECTIVE DATE THROUGH ITS TERM
      *    DATE (ZERO - NO TERM DATE); OUTSIDE THOSE DATES, OR WITH
      *    STATUS O, IT IS OUT OF NETWORK.
       01  PROVIDER-REF-RECORD.
           05  PR-PROVIDER-CODE            PIC X(03).
           05  PR-PROVIDER-NAME            PIC X(25).
           05  PR-NETWORK-STATUS           PIC X(01).
               88  PR-IN-NETWORK               VALUE 'I' SPACE.
               88  PR-OUT-OF-NETWORK           VALUE 'O'.
           05  PR-NETWORK-EFF-DATE         PIC 9(08).
           05  PR-NETWORK-TERM-DATE        PIC 9(08).
           05  FILLER                      PIC X(35).
      *----------------------------------------------------------*
       FD  NETWORK-PARM-FILE RECORDING MODE F.
      *----------------------------------------------------------*
      *    OUT-OF-NETWORK TERMS PER POLICY TYPE - THE PERCENTAGE OF
      *    THE ALLOWED AMOUNT THE BENEFIT IS PRICED ON, AND THE
      *    INSURED'S COINSURANCE PERCENTAGE WHERE THAT IS HIGHER
      *    THAN THE POLICY'S OWN.
       01  NETWORK-PARM-RECORD.
           05  NP-POLICY-TYPE              PIC 9(01).
           05  NP-OON-ALLOWED-PCT          PIC 9(03).
           05  NP-OON-COINS-PCT            PIC 9(02).
           05  FILLER                      PIC X(74).
      *----------------------------------------------------------*
       FD  REMIT-FILE RECORDING MODE F.
      *----------------------------------------------------------*
      *    PROVIDER REMITTANCE ADVICES - ONE OR MORE PAGES PER
      *    PROVIDER PAID ON ASSIGNMENT, LISTING EVERY CLAIM IN THE
      *    CONSOLIDATED PAYMENT.  A PARTITION OF A PARTITIONED RUN
      *    WRITES ITS REMITTANCE ITEMS INSTEAD, ONE RECORD PER CLAIM,
      *    AND MIDMERGE PRINTS ONE ADVICE PER PROVIDER FROM THEM ALL.
       01  REMIT-RECORD.
           05  REMIT-LINE                  PIC X(132).
       01  REMIT-ITEM-RECORD.
           05  RIR-PROVIDER-CODE           PIC X(03).
           05  RIR-PROVIDER-NAME           PIC X(25).
           05  RIR-POLICY-NO               PIC X(07).
           05  RIR-LAST-NAME               PIC X(15).
           05  RIR-FIRST-NAME              PIC X(10).
           05  RIR-PROC-CODE               PIC X(03).
           05  RIR-BILLED-AMT              PIC 9(07)V99.
           05  RIR-ALLOWED-AMT             PIC 9(07)V99.
           05  RIR-DED-AMT                 PIC 9(07)V99.
           05  RIR-COINS-AMT               PIC 9(07)V99.
           05  RIR-PAID-AMT                PIC 9(07)V99.
           05  RIR-INTEREST-AMT            PIC 9(07)V99.
           05  FILLER                      PIC X(15).
      *----------------------------------------------------------*
       FD  AUTH-FILE RECORDING MODE F.
      *----------------------------------------------------------*
      *    APPROVED PRIOR AUTHORIZATIONS - A CLAIM FOR THE POLICY AND
      *    PROCEDURE RECEIVED WITHIN THE APPROVED DATES IS PRICED ON
      *    NO MORE THAN THE APPROVED AMOUNT.
       01  AUTH-RECORD.
           05  PA-POLICY-NO                PIC X(07).
           05  PA-PROC-CODE                PIC X(03).
           05  PA-FROM-DATE                PIC 9(08).
           05  PA-THRU-DATE                PIC 9(08).
           05  PA-APPROVED-AMT             PIC 9(07)V99.
           05  FILLER                      PIC X(45).
      *----------------------------------------------------------*
       FD  AUTH-PEND-FILE RECORDING MODE F.
      *----------------------------------------------------------*
      *    CLAIMS PENDED FOR MISSING AUTHORIZATION, IN THE CLAIM
      *    SUSPENSE LAYOUT (ERROR CODE 09).  CONCATENATED AHEAD OF
      *    CLMSUSP FOR THE REPAIR RUN (CLMREPR), WHICH RESUBMITS THE
      *    CLAIM ONCE AN AUTHORIZATION HAS BEEN OBTAINED.
       01  AUTH-PEND-RECORD.
           05  APD-ERROR-CODE              PIC X(02).
           05  APD-DATE-SUSPENDED          PIC 9(08).
           05  APD-CLAIM-RECORD            PIC X(80).
           05  FILLER                      PIC X(10).
      *----------------------------------------------------------*
       FD  CLAIM-ADJ-FILE RECORDING MODE F.
      *----------------------------------------------------------*
      *    VOID AND ADJUSTMENT TRANSACTIONS AGAINST CLAIMS ALREADY
      *    PAID, KEYED AS ON THE CLAIMS HISTORY.  A VOID TAKES THE
      *    WHOLE PAYMENT BACK; AN ADJUSTMENT GIVES THE CORRECTED
      *    BENEFIT AND DEDUCTIBLE, WHICH MUST BE LESS THAN PAID.
       01  CLAIM-ADJ-RECORD.
           05  CA-TRAN-TYPE                PIC X(01).
               88  CA-VOID                     VALUE 'V'.
               88  CA-ADJUST                   VALUE 'A'.
           05  CA-CLAIM-KEY.
               10  CA-POLICY-NO            PIC X(07).
               10  CA-BENEFIT-DATE         PIC 9(08).
               10  CA-CLAIM-SEQ            PIC 9(03).
           05  CA-CORRECT-PAID             PIC 9(07)V99.
           05  CA-CORRECT-DED              PIC 9(07)V99.
           05  CA-REASON                   PIC X(20).
           05  FILLER                      PIC X(23).
      *----------------------------------------------------------*
       FD  CLAIM-HIST-FILE.
       COPY CLMHIST.
      *----------------------------------------------------------*
       FD  OVERPAY-OLD RECORDING MODE F.
       COPY OVPAYRCV.
      *----------------------------------------------------------*
       FD  OVERPAY-NEW RECORDING MODE F.
       01  OVERPAY-NEW-RECORD              PIC X(80).
      *----------------------------------------------------------*
       FD  HELD-PAY-OLD RECORDING MODE F.
       01  HELD-PAY-OLD-RECORD             PIC X(400).
      *----------------------------------------------------------*
       FD  HELD-PAY-NEW RECORDING MODE F.
       01  HELD-PAY-NEW-RECORD             PIC X(400).
      *----------------------------------------------------------*
       FD  DED-ACCUM-NEW RECORDING MODE F.
       01  DED-ACCUM-NEW-RECORD.
       FD  DIST-CATALOG-FILE
               RECORDING MODE IS F.
           COPY DISTCTLG.
      *----------------------------------------------------------*
       FD  WATCH-LIST-FILE RECORDING MODE F.
       COPY WATCHLST.
      *----------------------------------------------------------*
       FD  WATCH-HIT-FILE RECORDING MODE F.
       01  WATCH-HIT-RECORD                PIC X(120).
      *----------------------------------------------------------*
       FD  CHECKPOINT-FILE RECORDING MODE F.
      *----------------------------------------------------------*
      *    COMMIT-POINT CHECKPOINT, REWRITTEN IN FULL EVERY PARM
      *    NUMBER OF CLAIMS: A HEADER (H) WITH THE CLAIM POSITION
      *    AND THE RECORD COUNT OF EACH OUTPUT, THE RUNNING CONTROL
      *    TOTALS (T), ONE RECORD PER ENTRY OF EACH ACCUMULATOR TABLE
      *    IN THAT TABLE'S OWN LAYOUT, AND AN END RECORD (Z) GIVING
      *    THE COUNT OF RECORDS AHEAD OF IT.  A CHECKPOINT WITHOUT
      *    ITS END RECORD WAS CUT SHORT AND IS NOT USED.
      *    TABLE RECORDS:  D DEDUCTIBLE    E EXPOSURE    Y DEV YEAR
      *                    S CESSION       Q PROMPT PAY  V PROVIDER
      *                    I REMIT ITEM    O OVERPAYMENT A AUTH HOLD
      *                    J ADJUSTMENT    R REJECTED CLAIM
       01  CHECKPOINT-RECORD.
           05  CK-REC-TYPE                 PIC X(01).
               88  CK-HEADER                   VALUE 'H'.
               88  CK-TOTALS                   VALUE 'T'.
               88  CK-END                      VALUE 'Z'.
           05  CK-ENTRY-NO                 PIC 9(04).
           05  CK-DATA                     PIC X(245).
           05  CK-END-DATA REDEFINES CK-DATA.
               10  CKZ-RECORD-COUNT        PIC 9(07).
               10  FILLER                  PIC X(238).
      *----------------------------------------------------------*
      *    ON A RESTART, THE OUTPUTS OF THE RUN THAT FAILED.  EACH
      *    IS COPIED FORWARD ONLY AS FAR AS ITS CHECKPOINT COUNT.
       FD  PAYMENT-PRIOR RECORDING MODE F.
       01  PAYMENT-PRIOR-RECORD            PIC X(80).
       FD  EOB-FEED-PRIOR RECORDING MODE F.
       01  EOB-FEED-PRIOR-RECORD           PIC X(199).
       FD  CESSION-PRIOR RECORDING MODE F.
       01  CESSION-PRIOR-RECORD            PIC X(80).
       FD  APPEAL-PRIOR RECORDING MODE F.
       01  APPEAL-PRIOR-RECORD             PIC X(150).
       FD  AUTH-PEND-PRIOR RECORDING MODE F.
       01  AUTH-PEND-PRIOR-RECORD          PIC X(100).
       FD  ALERT-PRIOR RECORDING MODE F.
       01  ALERT-PRIOR-RECORD              PIC X(144).
       FD  WATCH-HIT-PRIOR RECORDING MODE F.
       01  WATCH-HIT-PRIOR-RECORD          PIC X(120).
       FD  CLAIM-DEV-PRIOR RECORDING MODE F.
       01  CLAIM-DEV-PRIOR-RECORD          PIC X(80).
       FD  XMIT-MANIFEST-PRIOR RECORDING MODE F.
       01  XMIT-MANIFEST-PRIOR-RECORD      PIC X(80).
       FD  HELD-PAY-PRIOR RECORDING MODE F.
       01  HELD-PAY-PRIOR-RECORD           PIC X(400).
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY DISTBANW.
               10  FILLER                   PIC X(02)  VALUE ': '.
               10  FRL-REDUCTION            PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(84)  VALUE SPACE.
      *----------------------------------------------------------*
           05  OUT-OF-NETWORK-LINE.
               10  FILLER  PIC X(30) VALUE
                   '   OUT OF NETWORK - PROVIDER  '.
               10  ONL-PROVIDER-CODE        PIC X(03).
               10  FILLER  PIC X(16) VALUE ': ALLOWED CUT   '.
               10  ONL-ALLOWED-CUT          PIC $$,$$$,$$9.99.
               10  FILLER  PIC X(16) VALUE '  EXTRA COINS   '.
               10  ONL-COINS-EXTRA          PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(41)  VALUE SPACE.
      *----------------------------------------------------------*
           05  FEE-TOTAL-LINE.
               10  FILLER  PIC X(30) VALUE
               10  FILLER  PIC X(10) VALUE ' CLAIMS   '.
               10  FTL-REDUCED-TOTAL        PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(71)  VALUE SPACE.
      *----------------------------------------------------------*
           05  NETWORK-TOTAL-LINE.
               10  FILLER  PIC X(30) VALUE
                   '** OUT-OF-NETWORK PRICING:    '.
               10  NTL-OON-COUNT            PIC ZZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE ' CLAIMS   '.
               10  NTL-OON-TOTAL            PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(20) VALUE ' MORE TO THE INSURED'.
               10  FILLER                   PIC X(51)  VALUE SPACE.
      *----------------------------------------------------------*
           05  PROMPT-PAY-INT-LINE.
               10  FILLER  PIC X(30) VALUE
                   '   PROMPT-PAY INTEREST - PAID '.
               10  PIL-DAYS-TO-PAY          PIC ZZZZ9.
               10  FILLER  PIC X(13) VALUE ' DAYS, LIMIT '.
               10  PIL-LIMIT-DAYS           PIC ZZ9.
               10  FILLER                   PIC X(02)  VALUE ': '.
               10  PIL-INTEREST-AMT         PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(66)  VALUE SPACE.
      *----------------------------------------------------------*
           05  CES-HEADING-LINE-1.
               10  FILLER  PIC X(20) VALUE '                    '.
               10  FILLER                   PIC X(16)
                   VALUE '  CEDED AMOUNT: '.
               10  CDL-CEDED-AMT            PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(11)
                   VALUE '  REVERSED:'.
               10  CDL-REVERSED-AMT         PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(42)  VALUE SPACE.
      *----------------------------------------------------------*
           05  PPY-HEADING-LINE-1.
               10  FILLER  PIC X(20) VALUE '                    '.
               10  FILLER  PIC X(20) VALUE '                    '.
               10  FILLER  PIC X(20) VALUE '   PROMPT-PAY COMPLI'.
               10  FILLER  PIC X(20) VALUE 'ANCE BY POLICY TYPE '.
               10  FILLER  PIC X(52) VALUE SPACE.
      *----------------------------------------------------------*
           05  PPY-HEADING-LINE-2.
               10  FILLER  PIC X(20) VALUE 'POLICY TYPE         '.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(02) VALUE 'ST'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(05) VALUE 'LIMIT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(07) VALUE ' CLAIMS'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'AVG DAYS'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'MAX DAYS'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(09) VALUE 'PAID LATE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ' INTEREST PAID'.
               10  FILLER  PIC X(45) VALUE SPACE.
      *----------------------------------------------------------*
           05  PPY-DETAIL-LINE.
               10  PPD-POLICY-TYPE          PIC X(20).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  PPD-STATE-CODE           PIC X(02).
               10  FILLER                   PIC X(04)  VALUE SPACE.
               10  PPD-LIMIT-DAYS           PIC ZZ9.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  PPD-CLAIM-COUNT          PIC ZZZ,ZZ9.
               10  FILLER                   PIC X(03)  VALUE SPACE.
               10  PPD-AVG-DAYS             PIC ZZZZ9.9.
               10  FILLER                   PIC X(05)  VALUE SPACE.
               10  PPD-MAX-DAYS             PIC ZZZZ9.
               10  FILLER                   PIC X(04)  VALUE SPACE.
               10  PPD-LATE-COUNT           PIC ZZZ,ZZ9.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  PPD-INTEREST-AMT         PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(45)  VALUE SPACE.
      *----------------------------------------------------------*
           05  EXPOSURE-DETAIL-LINE.
               10  EDL-POLICY-TYPE          PIC X(20).
               10  EDL-PAID-RATIO           PIC ZZ9.99.
               10  FILLER                   PIC X(01)  VALUE '%'.
               10  FILLER                   PIC X(69)  VALUE SPACE.
      *----------------------------------------------------------*
           05  ASSIGNED-TOTAL-LINE.
               10  FILLER  PIC X(30) VALUE
                   '** PAID ON ASSIGNMENT:       '.
               10  ATL-ASSIGNED-COUNT       PIC ZZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE ' CLAIMS   '.
               10  ATL-ASSIGNED-TOTAL       PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(04) VALUE ' TO '.
               10  ATL-PROVIDER-COUNT       PIC ZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE ' PROVIDERS'.
               10  FILLER                   PIC X(51)  VALUE SPACE.
      *----------------------------------------------------------*
           05  AUTH-HEADING-LINE-1.
               10  FILLER  PIC X(20) VALUE '                    '.
               10  FILLER  PIC X(20) VALUE '                    '.
               10  FILLER  PIC X(20) VALUE 'CLAIMS HELD FOR MISS'.
               10  FILLER  PIC X(20) VALUE 'ING PRIOR AUTHORIZAT'.
               10  FILLER  PIC X(20) VALUE 'ION                 '.
               10  FILLER  PIC X(32) VALUE SPACE.
      *----------------------------------------------------------*
           05  AUTH-HEADING-LINE-2.
               10  FILLER  PIC X(20) VALUE 'POLICY   FIRST NAME '.
               10  FILLER  PIC X(20) VALUE 'LAST NAME        PRC'.
               10  FILLER  PIC X(20) VALUE '  RECEIVED         B'.
               10  FILLER  PIC X(20) VALUE 'ILLED  ACTION       '.
               10  FILLER  PIC X(20) VALUE ' REDUCTION          '.
               10  FILLER  PIC X(32) VALUE SPACE.
      *----------------------------------------------------------*
           05  AUTH-DETAIL-LINE.
               10  ADL-POLICY-NO            PIC X(07).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  ADL-FIRST-NAME           PIC X(10).
               10  FILLER                   PIC X(01)  VALUE SPACE.
               10  ADL-LAST-NAME            PIC X(15).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  ADL-PROC-CODE            PIC X(03).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  ADL-RECEIVED-DATE        PIC X(08).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  ADL-CLAIM-AMOUNT         PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  ADL-ACTION               PIC X(08).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  ADL-REDUCTION            PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(42)  VALUE SPACE.
      *----------------------------------------------------------*
           05  AUTH-TOTAL-LINE.
               10  FILLER  PIC X(30) VALUE
                   '** HELD FOR AUTHORIZATION:    '.
               10  ATH-PENDED-COUNT         PIC ZZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE ' PENDED   '.
               10  ATH-REDUCED-COUNT        PIC ZZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE ' REDUCED  '.
               10  ATH-REDUCED-TOTAL        PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(54)  VALUE SPACE.
      *----------------------------------------------------------*
           05  OVERPAY-OFFSET-LINE.
               10  FILLER  PIC X(30) VALUE
                   '   OVERPAYMENT RECOVERED FROM '.
               10  FILLER                   PIC X(09)
                   VALUE 'PAYMENT: '.
               10  OOL-OFFSET-AMT           PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(80)  VALUE SPACE.
      *----------------------------------------------------------*
           05  ADJ-HEADING-LINE-1.
               10  FILLER  PIC X(20) VALUE '                    '.
               10  FILLER  PIC X(20) VALUE '                    '.
               10  FILLER  PIC X(20) VALUE 'CLAIM VOIDS AND ADJU'.
               10  FILLER  PIC X(20) VALUE 'STMENTS - OVERPAYMEN'.
               10  FILLER  PIC X(20) VALUE 'T RECOVERY          '.
               10  FILLER  PIC X(32) VALUE SPACE.
      *----------------------------------------------------------*
           05  ADJ-HEADING-LINE-2.
               10  FILLER  PIC X(07) VALUE 'POLICY '.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'BEN DATE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(03) VALUE 'SEQ'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE 'TYPE  '.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE '    ORIG PAID'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE '    CORRECTED'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE '     RECOVERY'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE '    CEDED REV'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE 'RESULT'.
               10  FILLER  PIC X(34) VALUE SPACE.
      *----------------------------------------------------------*
           05  ADJ-DETAIL-LINE.
               10  AJL-POLICY-NO            PIC X(07).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  AJL-BENEFIT-DATE         PIC 9(08).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  AJL-CLAIM-SEQ            PIC 9(03).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  AJL-TRAN-TYPE            PIC X(06).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  AJL-ORIGINAL-PAID        PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  AJL-CORRECT-PAID         PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  AJL-RECOVERY-AMT         PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  AJL-CEDED-REVERSED       PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  AJL-RESULT               PIC X(20).
               10  FILLER                   PIC X(20)  VALUE SPACE.
      *----------------------------------------------------------*
           05  ADJ-TOTAL-LINE.
               10  FILLER  PIC X(30) VALUE
                   '** VOIDS AND ADJUSTMENTS:     '.
               10  AJT-APPLIED-COUNT        PIC ZZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE ' APPLIED  '.
               10  AJT-REJECTED-COUNT       PIC ZZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE ' REJECTED '.
               10  FILLER  PIC X(17) VALUE ' RECOVERY BOOKED '.
               10  AJT-RECOVERY-TOTAL       PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(37)  VALUE SPACE.
      *----------------------------------------------------------*
           05  OFFSET-TOTAL-LINE.
               10  FILLER  PIC X(30) VALUE
                   '** OVERPAYMENTS OFFSET:       '.
               10  OTL-OFFSET-COUNT         PIC ZZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE ' PAYMENTS '.
               10  OTL-OFFSET-TOTAL         PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(14) VALUE '  STILL OPEN: '.
               10  OTL-OPEN-COUNT           PIC ZZZ,ZZ9.
               10  FILLER  PIC X(13) VALUE ' RECEIVABLES '.
               10  OTL-OPEN-TOTAL           PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(23)  VALUE SPACE.
      *----------------------------------------------------------*
      *    PROVIDER REMITTANCE ADVICE LINES (REMITADV).
      *----------------------------------------------------------*
       01  REMIT-ADVICE-LINES.
           05  RMT-HEADING-LINE-1.
               10  FILLER                   PIC X(40)  VALUE SPACE.
               10  FILLER                   PIC X(26)  VALUE
                   'PROVIDER REMITTANCE ADVICE'.
               10  FILLER                   PIC X(10)  VALUE SPACE.
               10  FILLER                   PIC X(14)  VALUE
                   'PAYMENT DATE: '.
               10  RH1-MONTH                PIC X(02).
               10  FILLER                   PIC X(01)  VALUE '/'.
               10  RH1-DAY                  PIC X(02).
               10  FILLER                   PIC X(01)  VALUE '/'.
               10  RH1-YEAR                 PIC X(04).
               10  FILLER                   PIC X(10)  VALUE SPACE.
               10  FILLER                   PIC X(06)  VALUE 'PAGE: '.
               10  RH1-PAGE-COUNT           PIC ZZ9.
               10  FILLER                   PIC X(13)  VALUE SPACE.
      *----------------------------------------------------------*
           05  RMT-PROVIDER-LINE.
               10  FILLER                   PIC X(17)  VALUE
                   'PAY TO PROVIDER: '.
               10  RPL-PROVIDER-CODE        PIC X(03).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RPL-PROVIDER-NAME        PIC X(25).
               10  FILLER                   PIC X(85)  VALUE SPACE.
      *----------------------------------------------------------*
           05  RMT-COLUMN-LINE.
               10  FILLER  PIC X(20) VALUE 'POLICY   LAST NAME  '.
               10  FILLER  PIC X(20) VALUE '     FIRST NAME  PRC'.
               10  FILLER  PIC X(20) VALUE '         BILLED     '.
               10  FILLER  PIC X(20) VALUE '   ALLOWED     DEDUC'.
               10  FILLER  PIC X(20) VALUE 'TIBLE    COINSURANCE'.
               10  FILLER  PIC X(20) VALUE '           PAID     '.
               10  FILLER  PIC X(12) VALUE '  INTEREST  '.
      *----------------------------------------------------------*
           05  RMT-DETAIL-LINE.
               10  RDL-POLICY-NO            PIC X(07).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RDL-LAST-NAME            PIC X(15).
               10  FILLER                   PIC X(01)  VALUE SPACE.
               10  RDL-FIRST-NAME           PIC X(10).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RDL-PROC-CODE            PIC X(03).
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RDL-BILLED               PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RDL-ALLOWED              PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RDL-DEDUCTIBLE           PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RDL-COINSURANCE          PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RDL-PAID                 PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RDL-INTEREST             PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
      *----------------------------------------------------------*
           05  RMT-TOTAL-LINE.
               10  FILLER                   PIC X(20)  VALUE
                   'PROVIDER TOTAL      '.
               10  RTL-CLAIM-COUNT          PIC ZZ,ZZ9.
               10  FILLER                   PIC X(16)  VALUE
                   ' CLAIMS         '.
               10  RTL-BILLED               PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RTL-ALLOWED              PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RTL-DEDUCTIBLE           PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RTL-COINSURANCE          PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RTL-PAID                 PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
               10  RTL-INTEREST             PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02)  VALUE SPACE.
      *----------------------------------------------------------*
           05  RMT-PAYMENT-LINE.
               10  FILLER                   PIC X(40)  VALUE
                   'TOTAL PAYMENT THIS REMITTANCE           '.
               10  RPY-PAYMENT-AMT          PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(79)  VALUE SPACE.
      *----------------------------------------------------------*
       COPY CLAIMREC.
      *----------------------------------------------------------*
               10  FST-PROC-CODE            PIC X(03) VALUE SPACE.
               10  FST-POLICY-TYPE          PIC 9(01) VALUE ZERO.
               10  FST-ALLOWED-AMT          PIC 9(07)V99 VALUE ZERO.
               10  FST-AUTH-RULE            PIC X(01) VALUE SPACE.
               10  FST-AUTH-REDUCE-PCT      PIC 9(03) VALUE ZERO.
           05  FEE-SCHED-COUNT              PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  AUTH-TABLE-FIELDS.
           05  AUTH-TABLE OCCURS 2000 TIMES
                           INDEXED BY PA-INDEX.
               10  PAT-POLICY-NO            PIC X(07) VALUE SPACE.
               10  PAT-PROC-CODE            PIC X(03) VALUE SPACE.
               10  PAT-FROM-DATE            PIC 9(08) VALUE ZERO.
               10  PAT-THRU-DATE            PIC 9(08) VALUE ZERO.
               10  PAT-APPROVED-AMT         PIC 9(07)V99 VALUE ZERO.
           05  AUTH-COUNT                   PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
      *    CLAIMS PENDED OR REDUCED FOR WANT OF AN AUTHORIZATION,
      *    HELD FOR THE SECTION AT THE END OF THE CLAIM REPORT.
       01  AUTH-HOLD-TABLE-FIELDS.
           05  AUTH-HOLD-TABLE OCCURS 500 TIMES
                           INDEXED BY AH-INDEX.
               10  AHT-POLICY-NO            PIC X(07).
               10  AHT-FIRST-NAME           PIC X(10).
               10  AHT-LAST-NAME            PIC X(15).
               10  AHT-PROC-CODE            PIC X(03).
               10  AHT-RECEIVED-DATE        PIC X(08).
               10  AHT-CLAIM-AMOUNT         PIC 9(07)V99.
               10  AHT-ACTION               PIC X(08).
               10  AHT-REDUCTION            PIC 9(07)V99.
           05  AUTH-HOLD-COUNT              PIC 9(04) VALUE ZERO.
           05  WS-AUTH-PENDED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-AUTH-REDUCED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-AUTH-REDUCED-TOTAL        PIC 9(11)V99 VALUE ZERO.
      *----------------------------------------------------------*
      *    OPEN OVERPAYMENT RECEIVABLES FROM OVPAYRCV, IN THE MASTER
      *    LAYOUT, PLUS ANY BOOKED BY THIS RUN'S VOIDS AND
      *    ADJUSTMENTS.  PAYMENTS TO A POLICY ARE OFFSET AGAINST ITS
      *    OLDEST RECEIVABLE FIRST.
       01  OVERPAY-RECV-TABLE-FIELDS.
           05  OVERPAY-RECV-ENTRY OCCURS 2000 TIMES
                           INDEXED BY OV-INDEX.
               10  ORT-POLICY-NO            PIC X(07).
               10  ORT-BENEFIT-DATE         PIC 9(08).
               10  ORT-CLAIM-SEQ            PIC 9(03).
               10  ORT-ESTABLISHED-DATE     PIC 9(08).
               10  ORT-ORIGINAL-AMT         PIC 9(07)V99.
               10  ORT-BALANCE              PIC 9(07)V99.
               10  ORT-LAST-OFFSET-DATE     PIC 9(08).
               10  ORT-REASON               PIC X(20).
               10  FILLER                   PIC X(08).
           05  OVERPAY-RECV-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-OFFSET-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-OFFSET-TOTAL              PIC 9(11)V99 VALUE ZERO.
           05  WS-RECV-OPEN-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-RECV-OPEN-TOTAL           PIC 9(11)V99 VALUE ZERO.
      *----------------------------------------------------------*
      *    VOIDS AND ADJUSTMENTS, APPLIED OR NOT, HELD FOR THEIR
      *    SECTION AT THE END OF THE CLAIM REPORT.
       01  CLAIM-ADJ-TABLE-FIELDS.
           05  CLAIM-ADJ-ENTRY OCCURS 500 TIMES
                           INDEXED BY CJ-INDEX.
               10  CJT-POLICY-NO            PIC X(07).
               10  CJT-BENEFIT-DATE         PIC 9(08).
               10  CJT-CLAIM-SEQ            PIC 9(03).
               10  CJT-TRAN-TYPE            PIC X(06).
               10  CJT-ORIGINAL-PAID        PIC 9(07)V99.
               10  CJT-CORRECT-PAID         PIC 9(07)V99.
               10  CJT-RECOVERY-AMT         PIC 9(07)V99.
               10  CJT-CEDED-REVERSED       PIC 9(07)V99.
               10  CJT-RESULT               PIC X(20).
           05  CLAIM-ADJ-COUNT              PIC 9(04) VALUE ZERO.
           05  WS-ADJ-APPLIED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-ADJ-REJECTED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-ADJ-RECOVERY-TOTAL        PIC 9(11)V99 VALUE ZERO.
      *----------------------------------------------------------*
      *    PROVIDERS FROM PROVREF, WITH THE RUN'S TOTALS FOR CLAIMS
      *    PAID TO EACH ON ASSIGNMENT.  EACH ASSIGNED CLAIM IS HELD
      *    IN THE REMITTANCE ITEM TABLE UNTIL THE END OF THE RUN,
      *    WHEN ONE PAYMENT AND ONE ADVICE GO OUT PER PROVIDER.
       01  PROVIDER-TABLE-FIELDS.
           05  PROVIDER-TABLE OCCURS 500 TIMES
                           INDEXED BY PV-INDEX.
               10  PRT-PROVIDER-CODE        PIC X(03) VALUE SPACE.
               10  PRT-PROVIDER-NAME        PIC X(25) VALUE SPACE.
               10  PRT-NETWORK-STATUS       PIC X(01) VALUE SPACE.
                   88  PRT-IN-NETWORK           VALUE 'I' SPACE.
               10  PRT-NETWORK-EFF-DATE     PIC 9(08) VALUE ZERO.
               10  PRT-NETWORK-TERM-DATE    PIC 9(08) VALUE ZERO.
               10  PRT-CLAIM-COUNT          PIC 9(04) VALUE ZERO.
               10  PRT-BILLED-AMT           PIC 9(09)V99 VALUE ZERO.
               10  PRT-ALLOWED-AMT          PIC 9(09)V99 VALUE ZERO.
               10  PRT-DED-AMT              PIC 9(09)V99 VALUE ZERO.
               10  PRT-COINS-AMT            PIC 9(09)V99 VALUE ZERO.
               10  PRT-PAID-AMT             PIC 9(09)V99 VALUE ZERO.
               10  PRT-INTEREST-AMT         PIC 9(09)V99 VALUE ZERO.
      *        WATCH-LIST RESULT FOR THE PROVIDER AS A PAYEE, TAKEN
      *        ON ITS FIRST PAID CLAIM OF THE RUN (SPACE - NOT YET
      *        SCREENED) AND THE ENTRY IT WAS HELD ON.
               10  PRT-WL-RESULT            PIC X(01) VALUE SPACE.
               10  PRT-WL-ENTRY-ID          PIC X(08) VALUE SPACE.
           05  PROVIDER-COUNT               PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  REMIT-ITEM-TABLE-FIELDS.
           05  REMIT-ITEM-TABLE OCCURS 2000 TIMES
                           INDEXED BY RI-INDEX.
               10  RIT-PROVIDER-CODE        PIC X(03) VALUE SPACE.
               10  RIT-POLICY-NO            PIC X(07) VALUE SPACE.
               10  RIT-LAST-NAME            PIC X(15) VALUE SPACE.
               10  RIT-FIRST-NAME           PIC X(10) VALUE SPACE.
               10  RIT-PROC-CODE            PIC X(03) VALUE SPACE.
               10  RIT-BILLED-AMT           PIC 9(07)V99 VALUE ZERO.
               10  RIT-ALLOWED-AMT          PIC 9(07)V99 VALUE ZERO.
               10  RIT-DED-AMT              PIC 9(07)V99 VALUE ZERO.
               10  RIT-COINS-AMT            PIC 9(07)V99 VALUE ZERO.
               10  RIT-PAID-AMT             PIC 9(07)V99 VALUE ZERO.
               10  RIT-INTEREST-AMT         PIC 9(07)V99 VALUE ZERO.
           05  REMIT-ITEM-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-ASSIGNED-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-ASSIGNED-TOTAL            PIC 9(11)V99 VALUE ZERO.
           05  WS-REMIT-PROVIDER-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-REMIT-PAGE-COUNT          PIC 9(03) VALUE ZERO.
           05  WS-REMIT-LINE-COUNT          PIC 9(03) VALUE ZERO.
           05  WS-REMIT-PAYMENT             PIC 9(09)V99 VALUE ZERO.
      *----------------------------------------------------------*
       01  LAPSE-LIST-TABLE-FIELDS.
           05  LAPSE-LIST-TABLE OCCURS 500 TIMES
           05  RETENTION-ENTRY OCCURS 3 TIMES
                   INDEXED BY RET-INDEX.
               10  RET-RETENTION-AMT        PIC 9(07)V99 VALUE ZERO.
      *----------------------------------------------------------*
      *    PROMPT-PAY TERMS AND COMPLIANCE TOTALS PER POLICY TYPE.  A
      *    TYPE WITH NO PPAYLIM RECORD IS HELD TO 30 DAYS AT 12%.
       01  PROMPT-PAY-TABLE-FIELDS.
           05  PROMPT-PAY-ENTRY OCCURS 3 TIMES
                   INDEXED BY PP-INDEX.
               10  PPT-STATE-CODE           PIC X(02) VALUE SPACE.
               10  PPT-LIMIT-DAYS           PIC 9(03) VALUE 030.
               10  PPT-INTEREST-RATE        PIC V9(04) VALUE .1200.
               10  PPT-CLAIM-COUNT          PIC 9(07) VALUE ZERO.
               10  PPT-LATE-COUNT           PIC 9(07) VALUE ZERO.
               10  PPT-TOTAL-DAYS           PIC 9(09) VALUE ZERO.
               10  PPT-MAX-DAYS             PIC 9(05) VALUE ZERO.
               10  PPT-INTEREST-AMT         PIC 9(09)V99 VALUE ZERO.
           05  WS-PP-CLAIM-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-PP-LATE-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-PP-TOTAL-DAYS             PIC 9(09) VALUE ZERO.
           05  WS-PP-MAX-DAYS               PIC 9(05) VALUE ZERO.
           05  WS-PP-INTEREST-AMT           PIC 9(09)V99 VALUE ZERO.
      *----------------------------------------------------------*
      *    OUT-OF-NETWORK TERMS PER POLICY TYPE.  A TYPE WITH NO
      *    NETPARM RECORD IS PRICED ON 70% OF THE ALLOWED AMOUNT WITH
      *    40% COINSURANCE.
       01  NETWORK-PARM-TABLE-FIELDS.
           05  NETWORK-PARM-ENTRY OCCURS 3 TIMES
                   INDEXED BY NP-INDEX.
               10  NPT-OON-ALLOWED-PCT      PIC 9(03) VALUE 070.
               10  NPT-OON-COINS-PCT        PIC 9(02) VALUE 40.
      *----------------------------------------------------------*
       01  CESSION-TOTAL-FIELDS.
           05  CESSION-TOTAL-ENTRY OCCURS 3 TIMES
                   INDEXED BY CT-INDEX.
               10  CTE-CEDED-COUNT          PIC 9(05) VALUE ZERO.
               10  CTE-CEDED-AMT            PIC 9(11)V99 VALUE ZERO.
               10  CTE-REVERSED-AMT         PIC 9(11)V99 VALUE ZERO.
           05  WS-CES-COUNT                 PIC 9(07) VALUE ZERO.
           05  WS-CES-HASH                  PIC 9(11)V99 VALUE ZERO.
           05  WS-EOB-COUNT                 PIC 9(07) VALUE ZERO.
           05  WS-FEE-REDUCTION             PIC S9(07)V99.
           05  WS-FEE-REDUCED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-FEE-REDUCED-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05  WS-NETWORK-STATUS            PIC X(01).
               88  WS-IN-NETWORK                VALUE 'I'.
               88  WS-OUT-OF-NETWORK            VALUE 'O'.
           05  WS-IN-NETWORK-COINS-NUM      PIC V9999.
           05  WS-OON-ALLOWED-RATE          PIC V9999.
           05  WS-OON-COINS-RATE-DIFF       PIC V9999.
           05  WS-OON-ALLOWED-CUT           PIC S9(07)V99.
           05  WS-OON-COINS-EXTRA           PIC S9(07)V99.
           05  WS-OON-COUNT                 PIC 9(07) VALUE ZERO.
           05  WS-OON-TOTAL                 PIC 9(11)V99 VALUE ZERO.
           05  WS-COB-PRIMARY-NO            PIC X(07).
           05  WS-COB-SW                    PIC X(01).
               88  WS-COB-SECONDARY                     VALUE 'Y'.
           05  WS-CURRENT-DATE-NUM          PIC 9(08).
           05  WS-BUSINESS-DATE             PIC X(08) VALUE SPACE.
           05  WS-DEADLINE-INT              PIC 9(07).
           05  WS-RECEIVED-INT              PIC 9(07).
           05  WS-DAYS-TO-PAY               PIC S9(05).
           05  WS-DAYS-LATE                 PIC S9(05).
           05  WS-PROMPT-PAY-INT            PIC S9(07)V99.
           05  WS-COINS-AMOUNT              PIC S9(07)V99.
           05  WS-AUTH-RULE                 PIC X(01).
               88  WS-AUTH-REQUIRED                     VALUE 'P' 'R'.
               88  WS-AUTH-PEND                         VALUE 'P'.
               88  WS-AUTH-REDUCE                       VALUE 'R'.
           05  WS-AUTH-REDUCE-PCT           PIC 9(03).
           05  WS-AUTH-REDUCTION            PIC S9(07)V99.
           05  WS-OFFSET-AMT                PIC S9(07)V99 VALUE ZERO.
           05  WS-OFFSET-REMAINING          PIC S9(07)V99.
           05  WS-OFFSET-TAKE               PIC S9(07)V99.
           05  WS-ADJ-CORRECT-PAID          PIC S9(07)V99.
           05  WS-ADJ-CORRECT-DED           PIC S9(07)V99.
           05  WS-ADJ-PRIOR-PAID            PIC S9(07)V99.
           05  WS-ADJ-PAID-DELTA            PIC S9(07)V99.
           05  WS-ADJ-DED-DELTA             PIC S9(07)V99.
           05  WS-ADJ-RECOVERY              PIC S9(07)V99.
           05  WS-ADJ-OLD-CEDED             PIC S9(07)V99.
           05  WS-ADJ-NEW-CEDED             PIC S9(07)V99.
           05  WS-ADJ-CEDED-DELTA           PIC S9(07)V99.
           05  WS-ADJ-RETAINED-DELTA        PIC S9(07)V99.
           05  WS-ADJ-BENEFIT-YEAR          PIC 9(04).
           05  WS-ADJ-RESULT                PIC X(20).
      *----------------------------------------------------------*
       01  REJECTED-CLAIM-TABLE-FIELDS.
      *----------------------------------------------------------*
               10  EXP-CLAIM-AMOUNT-PAID    PIC 9(11)V99 VALUE ZERO.
           05  WS-EXPOSURE-GRAND-BILLED     PIC 9(11)V99 VALUE ZERO.
           05  WS-EXPOSURE-GRAND-PAID       PIC 9(11)V99 VALUE ZERO.
      *----------------------------------------------------------*
       COPY PERCTLW.
      *----------------------------------------------------------*
      *    EVERY PAYEE - INSURED OR PROVIDER - IS SCREENED AGAINST
      *    THE WATCH LIST AS SOON AS THE CLAIM IS PRICED.  A PROBABLE
      *    HIT IS NOT PAID OR BOOKED: THE CLAIM GOES TO PAYHOLDN WITH
      *    A HELD (H) EOB, AND THE CASE RAISED ON WLHITS IS WORKED BY
      *    COMPLIANCE.  ONCE WLMAINT HAS RELEASED THE CASE, THE NEXT
      *    RUN PAYS THE HELD CLAIM AND BOOKS ITS CESSION, EXPOSURE
      *    AND DEVELOPMENT; UNTIL THEN IT IS CARRIED FORWARD.
       COPY WLCASE.
       COPY WLSCRW.
       COPY PAYHOLD.
       01  HELD-PAYMENT-FIELDS.
           05  WS-PAY-HELD-SW               PIC X(01) VALUE 'N'.
               88  WS-PAY-HELD                          VALUE 'Y'.
           05  WS-PAY-HELD-ENTRY            PIC X(08) VALUE SPACE.
           05  WS-PAY-HELD-KEY              PIC X(15) VALUE SPACE.
           05  HELD-PAY-EOF-SW              PIC X(01) VALUE 'N'.
               88  HELD-PAY-EOF                         VALUE 'Y'.
           05  HELD-PAY-OPEN-SW             PIC X(01) VALUE 'N'.
               88  HELD-PAY-OPEN                        VALUE 'Y'.
           05  WS-HELD-CLEARED-SW           PIC X(01) VALUE 'N'.
               88  WS-HELD-CLEARED                      VALUE 'Y'.
           05  WS-HELD-CARRIED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-PAY-HELD-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-PAY-HELD-TOTAL            PIC 9(09)V99 VALUE ZERO.
           05  WS-PAY-RELEASED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-PAY-RELEASED-TOTAL        PIC 9(09)V99 VALUE ZERO.
           05  WS-HELD-ON-FILE-COUNT        PIC 9(07) VALUE ZERO.
           05  PAYMENT-HELD-LINE.
               10  FILLER                   PIC X(11)
                   VALUE '   PAYMENT '.
               10  PHL-ACTION               PIC X(08).
               10  FILLER                   PIC X(08) VALUE ' POLICY '.
               10  PHL-POLICY-NO            PIC X(07).
               10  FILLER                   PIC X(18)
                   VALUE ' WATCH-LIST ENTRY '.
               10  PHL-ENTRY-ID             PIC X(08).
               10  FILLER                   PIC X(07) VALUE ' PAYEE '.
               10  PHL-SUBJECT-KEY          PIC X(15).
               10  FILLER                   PIC X(09)
                   VALUE ' AMOUNT: '.
               10  PHL-AMOUNT               PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(28) VALUE SPACE.
           05  HELD-TOTAL-LINE.
               10  FILLER  PIC X(30) VALUE
                   '** WATCH-LIST HELD PAYMENTS:  '.
               10  HTL-HELD-COUNT           PIC ZZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE ' HELD     '.
               10  HTL-HELD-TOTAL           PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(03) VALUE SPACE.
               10  HTL-RELEASED-COUNT       PIC ZZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE ' RELEASED '.
               10  HTL-RELEASED-TOTAL       PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(03) VALUE SPACE.
               10  HTL-ON-FILE-COUNT        PIC ZZZ,ZZ9.
               10  FILLER  PIC X(12) VALUE ' ON PAYHOLDN'.
               10  FILLER                   PIC X(15) VALUE SPACE.
      *----------------------------------------------------------*
      *    COMMIT-POINT CHECKPOINT AND RESTART.  SYSIN GIVES THE
      *    CHECKPOINT INTERVAL AS FIVE DIGITS (BLANK OR ZERO - NO
      *    CHECKPOINTS), THEN R TO RESTART FROM THE LAST CHECKPOINT.
       01  CHECKPOINT-CONTROL-FIELDS.
           05  WS-CKPT-INTERVAL-IN          PIC X(05).
           05  WS-CKPT-INTERVAL-IN-N REDEFINES WS-CKPT-INTERVAL-IN
                                            PIC 9(05).
           05  WS-CKPT-INTERVAL             PIC 9(05) VALUE ZERO.
           05  WS-RESTART-SW                PIC X(01) VALUE 'N'.
               88  WS-RESTART-RUN                       VALUE 'R'.
           05  WS-CKPT-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-CKPT-EOF                          VALUE 'Y'.
           05  WS-CKPT-END-SW               PIC X(01) VALUE 'N'.
               88  WS-CKPT-END-FOUND                    VALUE 'Y'.
           05  WS-CKPT-OPEN-SW              PIC X(01) VALUE 'N'.
               88  WS-CKPT-OPEN                         VALUE 'Y'.
           05  WS-PRIOR-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-PRIOR-EOF                         VALUE 'Y'.
           05  WS-CKPT-QUOTIENT             PIC 9(07).
           05  WS-CKPT-REMAINDER            PIC 9(05).
           05  WS-CKPT-TAKEN-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-CKPT-RECORD-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-CKPT-SKIP-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-CKPT-COPY-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-CKPT-COPY-TARGET          PIC 9(07) VALUE ZERO.
           05  WS-CKPT-PRIOR-ID             PIC X(08) VALUE SPACE.
           05  WS-CKPT-ERROR-TEXT           PIC X(40) VALUE SPACE.
           05  WS-CKPT-CLOCK.
               10  WS-CKPT-CLOCK-DATE       PIC 9(08).
               10  WS-CKPT-CLOCK-TIME       PIC 9(08).
               10  FILLER                   PIC X(05).
      *    CLAIMS PROCESSED, AND RECORDS ON THE OUTPUTS THAT HAVE NO
      *    COUNT OF THEIR OWN.  THE APPEAL, WATCH-HIT, DEVELOPMENT
      *    AND MANIFEST FILES ARE APPENDED TO RUN AFTER RUN - THEIR
      *    COUNTS START FROM THE RECORDS ALREADY ON THEM.
           05  WS-CLAIM-POSITION            PIC 9(07) VALUE ZERO.
           05  WS-APPEAL-RECORDS            PIC 9(07) VALUE ZERO.
           05  WS-AUTH-PEND-RECORDS         PIC 9(07) VALUE ZERO.
           05  WS-ALERT-RECORDS             PIC 9(07) VALUE ZERO.
           05  WS-WATCH-HIT-BASE            PIC 9(07) VALUE ZERO.
           05  WS-CLAIM-DEV-BASE            PIC 9(07) VALUE ZERO.
           05  WS-MANIFEST-BASE             PIC 9(07) VALUE ZERO.
      *    CHECKPOINT HEADER AND TOTALS, IN THE LAYOUT OF CK-DATA.
           05  CHECKPOINT-HEADER.
               10  CKH-RUN-DATE             PIC 9(08).
               10  CKH-CLAIM-POSITION       PIC 9(07).
               10  CKH-TAKEN-DATE           PIC 9(08).
               10  CKH-TAKEN-TIME           PIC 9(08).
               10  CKH-RUN-LOG-COUNT        PIC 9(07).
               10  CKH-PAGE-COUNT           PIC 9(02).
               10  CKH-PAY-RECORDS          PIC 9(07).
               10  CKH-EOB-RECORDS          PIC 9(07).
               10  CKH-CES-RECORDS          PIC 9(07).
               10  CKH-APPEAL-RECORDS       PIC 9(07).
               10  CKH-AUTH-PEND-RECORDS    PIC 9(07).
               10  CKH-ALERT-RECORDS        PIC 9(07).
               10  CKH-WATCH-HIT-RECORDS    PIC 9(07).
               10  CKH-WATCH-HIT-BASE       PIC 9(07).
               10  CKH-CLAIM-DEV-BASE       PIC 9(07).
               10  CKH-MANIFEST-BASE        PIC 9(07).
               10  CKH-PARTITION-NO         PIC 9(02).
               10  CKH-PART-LOW             PIC X(07).
               10  CKH-PART-HIGH            PIC X(07).
               10  CKH-HELD-PAY-RECORDS     PIC 9(07).
               10  CKH-HELD-CARRIED-COUNT   PIC 9(05).
               10  CKH-PAY-HELD-COUNT       PIC 9(05).
               10  CKH-PAY-HELD-TOTAL       PIC 9(09)V99.
               10  CKH-PAY-RELEASED-COUNT   PIC 9(05).
               10  CKH-PAY-RELEASED-TOTAL   PIC 9(09)V99.
               10  FILLER                   PIC X(75).
           05  CHECKPOINT-TOTALS.
               10  CKT-PAY-COUNT            PIC 9(07).
               10  CKT-PAY-HASH             PIC 9(11)V99.
               10  CKT-CES-COUNT            PIC 9(07).
               10  CKT-CES-HASH             PIC 9(11)V99.
               10  CKT-EOB-COUNT            PIC 9(07).
               10  CKT-ORPHAN-COUNT         PIC 9(05).
               10  CKT-REJECTED-COUNT       PIC 9(04).
               10  CKT-FEE-REDUCED-COUNT    PIC 9(07).
               10  CKT-FEE-REDUCED-TOTAL    PIC 9(11)V99.
               10  CKT-AUTH-PENDED-COUNT    PIC 9(07).
               10  CKT-AUTH-REDUCED-COUNT   PIC 9(07).
               10  CKT-AUTH-REDUCED-TOTAL   PIC 9(11)V99.
               10  CKT-AUTH-HOLD-COUNT      PIC 9(04).
               10  CKT-OFFSET-COUNT         PIC 9(07).
               10  CKT-OFFSET-TOTAL         PIC 9(11)V99.
               10  CKT-OVERPAY-RECV-COUNT   PIC 9(04).
               10  CKT-CLAIM-ADJ-COUNT      PIC 9(04).
               10  CKT-ADJ-APPLIED-COUNT    PIC 9(07).
               10  CKT-ADJ-REJECTED-COUNT   PIC 9(07).
               10  CKT-ADJ-RECOVERY-TOTAL   PIC 9(11)V99.
               10  CKT-REMIT-ITEM-COUNT     PIC 9(04).
               10  CKT-ASSIGNED-COUNT       PIC 9(07).
               10  CKT-ASSIGNED-TOTAL       PIC 9(11)V99.
               10  CKT-PROVIDER-COUNT       PIC 9(03).
               10  CKT-DED-ACCUM-COUNT      PIC 9(04).
               10  CKT-PC-REDATED-COUNT     PIC 9(05).
               10  CKT-WL-SCREENED-COUNT    PIC 9(05).
               10  CKT-WL-HIT-COUNT         PIC 9(05).
               10  CKT-WL-HOLD-COUNT        PIC 9(05).
               10  CKT-WL-CLEARED-COUNT     PIC 9(05).
               10  CKT-OON-COUNT            PIC 9(07).
               10  CKT-OON-TOTAL            PIC 9(11)V99.
               10  FILLER                   PIC X(07).
           05  RESTART-NOTICE-LINE.
               10  FILLER                   PIC X(35)
                   VALUE '** RESTARTED FROM CHECKPOINT TAKEN '.
               10  RNL-TAKEN-DATE           PIC 9(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  RNL-TAKEN-TIME           PIC 9(08).
               10  FILLER                   PIC X(13)
                   VALUE ' AFTER CLAIM '.
               10  RNL-CLAIM-POSITION       PIC Z,ZZZ,ZZ9.
               10  FILLER                   PIC X(03) VALUE ' **'.
               10  FILLER                   PIC X(55) VALUE SPACE.
      *----------------------------------------------------------*
      *    PARTITIONED RUN.  SYSIN CARD 3 GIVES THE PARTITION NUMBER
      *    (COLS 1-2) AND THE LOW AND HIGH POLICY NUMBERS OF ITS SLICE
      *    (COLS 3-9, 10-16).  BLANK - ONE STREAM OVER THE WHOLE FILE.
      *    A PARTITION PRICES ONLY THE CLAIMS, ADJUSTMENTS, DEDUCTIBLE
      *    AND RECEIVABLE RECORDS IN ITS RANGE AND LOADS ONLY THOSE
      *    POLICIES; MIDMERGE COMBINES THE PARTITIONS' OUTPUTS.
       01  PARTITION-CONTROL-FIELDS.
           05  WS-PARTITION-CARD.
               10  WS-PART-NO-IN            PIC X(02).
               10  WS-PART-NO-IN-N REDEFINES WS-PART-NO-IN
                                            PIC 9(02).
               10  WS-PART-LOW              PIC X(07).
               10  WS-PART-HIGH             PIC X(07).
               10  FILLER                   PIC X(64).
           05  WS-PARTITION-SW              PIC X(01) VALUE 'N'.
               88  WS-PARTITIONED-RUN                   VALUE 'Y'.
           05  WS-PARTITION-NO              PIC 9(02) VALUE ZERO.
           05  WS-PART-TEST-POLICY          PIC X(07).
           05  WS-IN-PARTITION-SW           PIC X(01) VALUE 'Y'.
               88  WS-IN-PARTITION                      VALUE 'Y'.
           05  WS-PART-SKIPPED-COUNT        PIC 9(07) VALUE ZERO.
           05  PARTITION-NOTICE-LINE.
               10  FILLER                   PIC X(13)
                   VALUE '** PARTITION '.
               10  PNL-PARTITION-NO         PIC 9(02).
               10  FILLER                   PIC X(19)
                   VALUE ' - POLICY NUMBERS  '.
               10  PNL-PART-LOW             PIC X(07).
               10  FILLER                   PIC X(06) VALUE ' THRU '.
               10  PNL-PART-HIGH            PIC X(07).
               10  FILLER                   PIC X(03) VALUE ' **'.
               10  FILLER                   PIC X(75) VALUE SPACE.
      *----------------------------------------------------------*
      *    IN A PARTITIONED RUN, THE ACTIVE POLICIES OUTSIDE THE SLICE
      *    HELD BY AN INSURED WHO ALSO HOLDS ONE INSIDE IT - ALL THAT
      *    COORDINATION OF BENEFITS NEEDS TO FIND A MORE PRIMARY PLAN
      *    IN ANOTHER PARTITION.
       01  COB-XREF-TABLE-FIELDS.
           05  COB-XREF-TABLE OCCURS 500 TIMES
                           INDEXED BY CX-INDEX.
               10  CXT-POLICY-NO            PIC X(07) VALUE SPACE.
               10  CXT-LAST-NAME            PIC X(15) VALUE SPACE.
               10  CXT-FIRST-NAME           PIC X(10) VALUE SPACE.
               10  CXT-POLICY-TYPE          PIC 9(01) VALUE ZERO.
           05  COB-XREF-COUNT               PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *----------------------------------------------------------*
               88  LAPSE-LIST-EOF                       VALUE 'Y'.
           05  FEE-SCHED-EOF-SW             PIC X(01)   VALUE 'N'.
               88  FEE-SCHED-EOF                        VALUE 'Y'.
           05  PROMPT-PAY-EOF-SW            PIC X(01)   VALUE 'N'.
               88  PROMPT-PAY-EOF                       VALUE 'Y'.
           05  PROVIDER-EOF-SW              PIC X(01)   VALUE 'N'.
               88  PROVIDER-EOF                         VALUE 'Y'.
           05  NETWORK-PARM-EOF-SW          PIC X(01)   VALUE 'N'.
               88  NETWORK-PARM-EOF                     VALUE 'Y'.
           05  PAY-PROVIDER-SW              PIC X(01)   VALUE 'N'.
               88  PAY-PROVIDER                         VALUE 'Y'.
           05  AUTH-EOF-SW                  PIC X(01)   VALUE 'N'.
               88  AUTH-EOF                             VALUE 'Y'.
           05  AUTH-FOUND-SW                PIC X(01)   VALUE 'N'.
               88  AUTH-FOUND                           VALUE 'Y'.
           05  CLAIM-ADJ-EOF-SW             PIC X(01)   VALUE 'N'.
               88  CLAIM-ADJ-EOF                        VALUE 'Y'.
           05  OVERPAY-EOF-SW               PIC X(01)   VALUE 'N'.
               88  OVERPAY-EOF                          VALUE 'Y'.
           05  ADJ-VALID-SW                 PIC X(01)   VALUE 'N'.
               88  ADJ-VALID                            VALUE 'Y'.
           05  ORPHAN-CLAIM-SW              PIC X(01)   VALUE 'N'.
               88  ORPHAN-CLAIM                         VALUE 'Y'.
           05  WS-ORPHAN-COUNT              PIC 9(05)   VALUE ZERO.
           PERFORM 1140-LOAD-RETENTION-TABLE.
           PERFORM 1160-LOAD-LAPSE-LIST.
           PERFORM 1170-LOAD-FEE-SCHEDULE.
           PERFORM 1180-LOAD-PROMPT-PAY-TABLE.
           PERFORM 1190-LOAD-PROVIDER-TABLE.
           PERFORM 1220-LOAD-NETWORK-PARM-TABLE.
           PERFORM 1200-LOAD-AUTH-TABLE.
           PERFORM 1150-LOAD-EXPOSURE-TABLE.
           PERFORM 1210-LOAD-OVERPAY-TABLE.
           IF  WS-RESTART-RUN
               PERFORM 1340-RESTORE-CHECKPOINT
           ELSE
               PERFORM 2700-PROCESS-ADJUSTMENTS
               PERFORM 2600-RELEASE-HELD-PAYMENTS
               IF  WS-CKPT-INTERVAL > ZERO
                   PERFORM 2900-TAKE-CHECKPOINT.
           IF  WS-PARTITIONED-RUN
               MOVE WS-PARTITION-NO        TO PNL-PARTITION-NO
               MOVE WS-PART-LOW            TO PNL-PART-LOW
               MOVE WS-PART-HIGH           TO PNL-PART-HIGH
               MOVE PARTITION-NOTICE-LINE  TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 8000-READ-ACCT-FILE.
           PERFORM 2000-PROCESS-ACCT-FILE
               UNTIL END-OF-FILE.
           MOVE WS-FEE-REDUCED-TOTAL       TO FTL-REDUCED-TOTAL.
           MOVE FEE-TOTAL-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-OON-COUNT               TO NTL-OON-COUNT.
           MOVE WS-OON-TOTAL               TO NTL-OON-TOTAL.
           MOVE NETWORK-TOTAL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 7700-WRITE-PROVIDER-REMITTANCE.
           MOVE WS-ASSIGNED-COUNT          TO ATL-ASSIGNED-COUNT.
           MOVE WS-ASSIGNED-TOTAL          TO ATL-ASSIGNED-TOTAL.
           MOVE WS-REMIT-PROVIDER-COUNT    TO ATL-PROVIDER-COUNT.
           MOVE ASSIGNED-TOTAL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           COMPUTE WS-HELD-ON-FILE-COUNT =
               WS-HELD-CARRIED-COUNT + WS-PAY-HELD-COUNT.
           MOVE WS-PAY-HELD-COUNT          TO HTL-HELD-COUNT.
           MOVE WS-PAY-HELD-TOTAL          TO HTL-HELD-TOTAL.
           MOVE WS-PAY-RELEASED-COUNT      TO HTL-RELEASED-COUNT.
           MOVE WS-PAY-RELEASED-TOTAL      TO HTL-RELEASED-TOTAL.
           MOVE WS-HELD-ON-FILE-COUNT      TO HTL-ON-FILE-COUNT.
           MOVE HELD-TOTAL-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 5500-PRINT-RECOVERIES-DUE.
           PERFORM 5600-PRINT-PROMPT-PAY-SUMMARY.
           PERFORM 5700-PRINT-AUTH-HOLDS.
           PERFORM 7800-WRITE-OVERPAY-MASTER.
           PERFORM 5800-PRINT-ADJUSTMENTS.
           PERFORM 6000-PRINT-EXPOSURE-SUMMARY.
           PERFORM 7000-WRITE-EXPOSURE-MASTER.
           PERFORM 7500-WRITE-DED-ACCUMULATOR.
           PERFORM 7600-WRITE-DEV-SNAPSHOTS.
           PERFORM 2350-WRITE-PAYMENT-TRAILER.
           PERFORM 2650-WRITE-CESSION-TRAILER.
      *    A PARTITION'S FILES ARE NOT SENT - MIDMERGE WRITES THE
      *    MANIFESTS FOR THE MERGED ONES.
           IF  NOT WS-PARTITIONED-RUN
               PERFORM 2680-WRITE-XMIT-MANIFESTS.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 3000-CLOSE-FILES.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           PERFORM 1010-ACCEPT-CHECKPOINT-PARMS.
           IF  WS-CKPT-INTERVAL > ZERO
           AND NOT WS-RESTART-RUN
               PERFORM 1020-COUNT-CUMULATIVE-FILES.
           OPEN    INPUT  CLAIMS-FILE
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           OPEN    OUTPUT ALERT-FILE.
           OPEN    INPUT  EXPOSURE-OLD
                          DED-ACCUM-OLD
                          OVERPAY-OLD.
           OPEN    I-O    CLAIM-HIST-FILE.
           OPEN    OUTPUT EXPOSURE-NEW
                          DED-ACCUM-NEW
                          OVERPAY-NEW
                          HELD-PAY-NEW
                          PAYMENT-FILE
                          EOB-FEED-FILE
                          CESSION-FILE
                          REMIT-FILE
                          AUTH-PEND-FILE.
      *    A RESTART REBUILDS THE FILES APPENDED TO RUN AFTER RUN
      *    FROM THEIR PRIOR GENERATIONS, SO OPENS THEM AFRESH.
           IF  WS-RESTART-RUN
               OPEN OUTPUT CLAIM-DEV-FILE
                           APPEAL-FILE
                           XMIT-MANIFEST-FILE
           ELSE
               OPEN EXTEND CLAIM-DEV-FILE
                           APPEAL-FILE
                           XMIT-MANIFEST-FILE.
           MOVE FUNCTION CURRENT-DATE
               TO WS-CURRENT-DATE-DATA IN WS-SWITCHES-SUBSCRIPTS-MISC.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE WS-CURRENT-DATE IN WS-SWITCHES-SUBSCRIPTS-MISC
               TO WS-CURRENT-DATE-NUM.
           PERFORM 9670-LOAD-WATCH-LIST.
           IF  WS-RESTART-RUN
               PERFORM 1300-READ-CHECKPOINT-HEADER.
      *    PAYMENTS ARE POSTED AS OF THE BUSINESS DATE UNLESS ITS
      *    ACCOUNTING PERIOD IS CLOSED ON PERCTL - THEN AS OF THE
      *    FIRST DAY OF THE NEXT OPEN PERIOD, EACH ONE LISTED.
           PERFORM 9610-LOAD-PERIOD-CONTROL.
           MOVE WS-CURRENT-DATE-NUM TO WS-PC-CHECK-DATE.
           PERFORM 9620-CHECK-POSTING-PERIOD.
           MOVE "MIDTERM"       TO RL-PROGRAM-ID.
           MOVE "MIDTERM"       TO SHD-PROGRAM-ID.
           IF  WS-PARTITIONED-RUN
           AND WS-PART-LOW > WS-PART-HIGH
               PERFORM 9995-PARTITION-ERROR.
           IF  WS-RESTART-RUN
               PERFORM 1310-COPY-FORWARD-OUTPUTS
           ELSE
               PERFORM 9700-PRINT-BANNER-PAGE
               PERFORM 1030-WRITE-FILE-HEADERS.
           MOVE WS-CURRENT-DATE IN WS-SWITCHES-SUBSCRIPTS-MISC
               TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME IN WS-SWITCHES-SUBSCRIPTS-MISC
               TO RL-START-TIME.
      *----------------------------------------------------------*
       1010-ACCEPT-CHECKPOINT-PARMS.
      *----------------------------------------------------------*
      *    SYSIN CARD 1 - CHECKPOINT EVERY N CLAIMS (00000 OR BLANK
      *    FOR NONE).  CARD 2 - R TO RESTART FROM MIDCKPT, WITH THE
      *    FAILED RUN'S OUTPUTS ON THE PRIOR-GENERATION DD'S.
           ACCEPT WS-CKPT-INTERVAL-IN.
           IF  WS-CKPT-INTERVAL-IN NUMERIC
           AND WS-CKPT-INTERVAL-IN-N > ZERO
               MOVE WS-CKPT-INTERVAL-IN-N  TO WS-CKPT-INTERVAL.
           ACCEPT WS-RESTART-SW.
           ACCEPT WS-PARTITION-CARD.
           IF  WS-PART-NO-IN NUMERIC
           AND WS-PART-NO-IN-N > ZERO
               MOVE 'Y'                    TO WS-PARTITION-SW
               MOVE WS-PART-NO-IN-N        TO WS-PARTITION-NO.
      *----------------------------------------------------------*
       1020-COUNT-CUMULATIVE-FILES.
      *----------------------------------------------------------*
      *    THE RECORDS ALREADY ON THE FILES THIS RUN APPENDS TO GO ON
      *    EVERY CHECKPOINT, SO A RESTART CAN CUT EACH FILE BACK TO
      *    WHERE IT STOOD AT THE CHECKPOINT.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT APPEAL-FILE.
           PERFORM 1021-COUNT-ONE-APPEAL
               UNTIL WS-PRIOR-EOF.
           CLOSE APPEAL-FILE.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT WATCH-HIT-FILE.
           PERFORM 1022-COUNT-ONE-WATCH-HIT
               UNTIL WS-PRIOR-EOF.
           CLOSE WATCH-HIT-FILE.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT CLAIM-DEV-FILE.
           PERFORM 1023-COUNT-ONE-DEV-SNAPSHOT
               UNTIL WS-PRIOR-EOF.
           CLOSE CLAIM-DEV-FILE.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT XMIT-MANIFEST-FILE.
           PERFORM 1024-COUNT-ONE-MANIFEST
               UNTIL WS-PRIOR-EOF.
           CLOSE XMIT-MANIFEST-FILE.
      *----------------------------------------------------------*
       1021-COUNT-ONE-APPEAL.
      *----------------------------------------------------------*
           READ APPEAL-FILE
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               ADD 1                       TO WS-APPEAL-RECORDS.
      *----------------------------------------------------------*
       1022-COUNT-ONE-WATCH-HIT.
      *----------------------------------------------------------*
           READ WATCH-HIT-FILE
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               ADD 1                       TO WS-WATCH-HIT-BASE.
      *----------------------------------------------------------*
       1023-COUNT-ONE-DEV-SNAPSHOT.
      *----------------------------------------------------------*
           READ CLAIM-DEV-FILE
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               ADD 1                       TO WS-CLAIM-DEV-BASE.
      *----------------------------------------------------------*
       1024-COUNT-ONE-MANIFEST.
      *----------------------------------------------------------*
           READ XMIT-MANIFEST-FILE
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               ADD 1                       TO WS-MANIFEST-BASE.
      *----------------------------------------------------------*
       1030-WRITE-FILE-HEADERS.
      *----------------------------------------------------------*
           MOVE SPACE           TO PAYMENT-RECORD.
           MOVE 'H'             TO PAY-REC-TYPE.
           MOVE WS-PC-POST-DATE TO PAY-RUN-DATE.
           MOVE WS-PARTITION-NO TO PAY-PARTITION-NO.
           MOVE WS-PART-LOW     TO PAY-PART-LOW.
           MOVE WS-PART-HIGH    TO PAY-PART-HIGH.
           WRITE PAYMENT-RECORD.
           MOVE SPACE           TO CESSION-RECORD.
           MOVE 'H'             TO CES-REC-TYPE.
           MOVE WS-CURRENT-DATE-NUM TO CES-RUN-DATE.
           MOVE WS-PARTITION-NO TO CES-PARTITION-NO.
           MOVE WS-PART-LOW     TO CES-PART-LOW.
           MOVE WS-PART-HIGH    TO CES-PART-HIGH.
           WRITE CESSION-RECORD.
      *----------------------------------------------------------*
       1040-CHECK-PARTITION.
      *----------------------------------------------------------*
           IF  NOT WS-PARTITIONED-RUN
               MOVE 'Y'                    TO WS-IN-PARTITION-SW
           ELSE
               IF  WS-PART-TEST-POLICY < WS-PART-LOW
               OR  WS-PART-TEST-POLICY > WS-PART-HIGH
                   MOVE 'N'                TO WS-IN-PARTITION-SW
               ELSE
                   MOVE 'Y'                TO WS-IN-PARTITION-SW.
      *----------------------------------------------------------*
       1100-LOAD-POLICY-MASTER.
      *----------------------------------------------------------*
           PERFORM 1110-STORE-POLICY-RECORD
               UNTIL POLICY-EOF.
           CLOSE POLICY-MASTER-FILE.
           IF  WS-PARTITIONED-RUN
               PERFORM 1105-LOAD-COB-XREF.
      *----------------------------------------------------------*
       1105-LOAD-COB-XREF.
      *----------------------------------------------------------*
           MOVE 'N'                        TO POLICY-EOF-SW.
           OPEN INPUT POLICY-MASTER-FILE.
           PERFORM 8060-READ-POLICY-MASTER.
           PERFORM 1106-STORE-COB-XREF
               UNTIL POLICY-EOF.
           CLOSE POLICY-MASTER-FILE.
      *----------------------------------------------------------*
       1106-STORE-COB-XREF.
      *----------------------------------------------------------*
           MOVE PM-POLICY-NO               TO WS-PART-TEST-POLICY.
           PERFORM 1040-CHECK-PARTITION.
           IF  NOT WS-IN-PARTITION
           AND PM-ACTIVE
               SET PM-INDEX TO 1
               SEARCH POLICY-MASTER-TABLE
                   WHEN PMT-POLICY-NO(PM-INDEX) = SPACE
                       CONTINUE
                   WHEN PMT-LAST-NAME(PM-INDEX) = PM-INSURED-LAST-NAME
                    AND PMT-FIRST-NAME(PM-INDEX) =
                            PM-INSURED-FIRST-NAME
                       PERFORM 1107-ADD-COB-XREF
               END-SEARCH.
           PERFORM 8060-READ-POLICY-MASTER.
      *----------------------------------------------------------*
       1107-ADD-COB-XREF.
      *----------------------------------------------------------*
           IF  COB-XREF-COUNT = 500
               DISPLAY 'MIDTERM - COB XREF TABLE FULL, IGNORED: '
                   PM-POLICY-NO
           ELSE
               ADD 1                       TO COB-XREF-COUNT
               SET CX-INDEX                TO COB-XREF-COUNT
               MOVE PM-POLICY-NO           TO CXT-POLICY-NO(CX-INDEX)
               MOVE PM-INSURED-LAST-NAME   TO CXT-LAST-NAME(CX-INDEX)
               MOVE PM-INSURED-FIRST-NAME  TO CXT-FIRST-NAME(CX-INDEX)
               MOVE PM-POLICY-TYPE         TO
                   CXT-POLICY-TYPE(CX-INDEX).
      *----------------------------------------------------------*
       1110-STORE-POLICY-RECORD.
      *----------------------------------------------------------*
           MOVE PM-POLICY-NO               TO WS-PART-TEST-POLICY.
           PERFORM 1040-CHECK-PARTITION.
           IF  WS-IN-PARTITION
               PERFORM 1111-ADD-POLICY-ENTRY.
           PERFORM 8060-READ-POLICY-MASTER.
      *----------------------------------------------------------*
       1111-ADD-POLICY-ENTRY.
      *----------------------------------------------------------*
           SET PM-INDEX TO 1.
           SEARCH POLICY-MASTER-TABLE
                       PMT-COVERAGE-LIMIT(PM-INDEX)
                   MOVE PM-POLICY-STATUS   TO
                       PMT-POLICY-STATUS(PM-INDEX).
      *----------------------------------------------------------*
       1120-LOAD-DED-ACCUMULATOR.
      *----------------------------------------------------------*
               UNTIL DED-ACCUM-EOF.
      *----------------------------------------------------------*
       1130-STORE-DED-RECORD.
      *----------------------------------------------------------*
           MOVE DAO-POLICY-NO               TO WS-PART-TEST-POLICY.
           PERFORM 1040-CHECK-PARTITION.
           IF  WS-IN-PARTITION
               PERFORM 1135-ADD-DED-ENTRY.
           PERFORM 8070-READ-DED-ACCUM-OLD.
      *----------------------------------------------------------*
       1135-ADD-DED-ENTRY.
      *----------------------------------------------------------*
           IF  DED-ACCUM-COUNT = 2000
               PERFORM 9960-DED-TABLE-ERROR.
           MOVE DAO-BENEFIT-YEAR            TO
               DAT-BENEFIT-YEAR(DA-INDEX).
           MOVE DAO-DED-PAID                TO DAT-DED-PAID(DA-INDEX).
      *----------------------------------------------------------*
       2070-FIND-DED-ACCUM-ENTRY.
      *----------------------------------------------------------*
                  ' NOT ON POLICY MASTER - CLAIM NOT PRICED'
               DELIMITED BY SIZE INTO AL-BODY.
           WRITE ALERT-RECORD.
           ADD 1                     TO WS-ALERT-RECORDS.
      *----------------------------------------------------------*
       2000-PROCESS-ACCT-FILE.
      *----------------------------------------------------------*
           ADD 1                            TO WS-RUN-LOG-COUNT
                                               WS-CLAIM-POSITION.
           PERFORM 2030-MATCH-POLICY-MASTER.
           IF  ORPHAN-CLAIM
               PERFORM 2040-REJECT-ORPHAN-CLAIM
           ELSE
               PERFORM 2010-PRICE-ONE-CLAIM
               PERFORM 8000-READ-ACCT-FILE.
           IF  WS-CKPT-INTERVAL > ZERO
               DIVIDE WS-CLAIM-POSITION BY WS-CKPT-INTERVAL
                   GIVING WS-CKPT-QUOTIENT
                   REMAINDER WS-CKPT-REMAINDER
               IF  WS-CKPT-REMAINDER = ZERO
                   PERFORM 2900-TAKE-CHECKPOINT.
      *----------------------------------------------------------*
       2010-PRICE-ONE-CLAIM.
      *----------------------------------------------------------*
           PERFORM 2100-VALIDATE-CLAIM.
           IF  VALID-CLAIM
               PERFORM 2450-APPLY-COB-ORDERING.
           MOVE 'N'                        TO WS-PAY-HELD-SW.
           IF  VALID-CLAIM
               PERFORM 2015-SCREEN-CLAIM-PAYEE.
      *    A PAYMENT HELD FOR WATCH-LIST REVIEW IS NOT BOOKED - ITS
      *    CESSION, EXPOSURE AND DEVELOPMENT GO IN ON ITS RELEASE.
           IF  NOT WS-PAY-HELD
               IF  VALID-CLAIM
                   PERFORM 2500-APPLY-CESSION
               ELSE
                   MOVE ZERO               TO WS-RETAINED-AMT
                                              WS-CEDED-AMT
               END-IF
               PERFORM 2060-ACCUMULATE-EXPOSURE
               PERFORM 2065-ACCUMULATE-DEVELOPMENT
           END-IF.
           IF  VALID-CLAIM
               IF  WS-PAY-HELD
                   MOVE ZERO               TO WS-DAYS-TO-PAY
                                              WS-DAYS-LATE
                                              WS-PROMPT-PAY-INT
               ELSE
                   PERFORM 2150-APPLY-PROMPT-PAY
               END-IF
               MOVE WS-CLAIM-AMT-PAID      TO DL1-CLAIM-AMT-PAID
               MOVE CLAIM-AMOUNT           TO DL1-CLAIM-MOUNT
               MOVE DETAIL-LINE-1          TO NEXT-REPORT-LINE
                   MOVE FEE-REDUCTION-LINE TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               END-IF
               IF  WS-OUT-OF-NETWORK
                   MOVE CLAIM-PROVIDER-CODE
                                           TO ONL-PROVIDER-CODE
                   MOVE WS-OON-ALLOWED-CUT TO ONL-ALLOWED-CUT
                   MOVE WS-OON-COINS-EXTRA TO ONL-COINS-EXTRA
                   MOVE OUT-OF-NETWORK-LINE
                                           TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               END-IF
               IF  WS-PROMPT-PAY-INT > ZERO
                   MOVE WS-DAYS-TO-PAY     TO PIL-DAYS-TO-PAY
                   MOVE PPT-LIMIT-DAYS(PP-INDEX)
                                           TO PIL-LIMIT-DAYS
                   MOVE WS-PROMPT-PAY-INT  TO PIL-INTEREST-AMT
                   MOVE PROMPT-PAY-INT-LINE
                                           TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               END-IF
               MOVE ZERO                   TO WS-OFFSET-AMT
               EVALUATE TRUE
                   WHEN WS-PAY-HELD
                       MOVE 'HELD    '     TO PHL-ACTION
                       PERFORM 2345-PRINT-HELD-LINE
                   WHEN PAY-PROVIDER
                       PERFORM 2320-STORE-REMIT-ITEM
                   WHEN WS-CLAIM-AMT-PAID > ZERO
                       PERFORM 2300-WRITE-PAYMENT-DETAIL
               END-EVALUATE
               IF  WS-OFFSET-AMT > ZERO
                   MOVE WS-OFFSET-AMT      TO OOL-OFFSET-AMT
                   MOVE OVERPAY-OFFSET-LINE
                                           TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               END-IF
               PERFORM 2400-WRITE-EOB-PAID-RECORD.
      *----------------------------------------------------------*
       2015-SCREEN-CLAIM-PAYEE.
      *----------------------------------------------------------*
      *    THE PAYEE OF A CLAIM WITH A BENEFIT TO PAY IS SCREENED
      *    BEFORE ANYTHING IS BOOKED.  A PROVIDER IS SCREENED ON ITS
      *    FIRST SUCH CLAIM OF THE RUN AND THE RESULT KEPT FOR THE
      *    REST, SO IT RAISES ONE CASE A RUN, NOT ONE PER CLAIM.
           PERFORM 2310-CHECK-ASSIGNMENT.
           IF  WS-CLAIM-AMT-PAID > ZERO
               IF  PAY-PROVIDER
                   PERFORM 2016-SCREEN-PROVIDER
               ELSE
                   MOVE 'MIDTERM'           TO WS-WL-PROGRAM-ID
                   MOVE INSURED-POLICY-NO   TO WS-WL-SUBJECT-KEY
                   MOVE INSURED-LAST-NAME   TO WS-WL-LAST-NAME
                   MOVE INSURED-FIRST-NAME  TO WS-WL-FIRST-NAME
                   MOVE WS-CLAIM-AMT-PAID   TO WS-WL-AMOUNT
                   PERFORM 2302-SCREEN-PAYEE
                   IF  WS-WL-HOLD
                       MOVE 'Y'             TO WS-PAY-HELD-SW
                       MOVE WS-WL-MATCH-ENTRY
                                            TO WS-PAY-HELD-ENTRY
                       MOVE INSURED-POLICY-NO
                                            TO WS-PAY-HELD-KEY.
      *----------------------------------------------------------*
       2016-SCREEN-PROVIDER.
      *----------------------------------------------------------*
           IF  PRT-WL-RESULT(PV-INDEX) = SPACE
               MOVE 'MIDTERM'               TO WS-WL-PROGRAM-ID
               MOVE PRT-PROVIDER-CODE(PV-INDEX)
                                            TO WS-WL-SUBJECT-KEY
               MOVE PRT-PROVIDER-NAME(PV-INDEX)
                                            TO WS-WL-LAST-NAME
               MOVE SPACE                   TO WS-WL-FIRST-NAME
               MOVE WS-CLAIM-AMT-PAID       TO WS-WL-AMOUNT
               PERFORM 2302-SCREEN-PAYEE
               MOVE WS-WL-RESULT            TO PRT-WL-RESULT(PV-INDEX)
               MOVE WS-WL-MATCH-ENTRY       TO
                   PRT-WL-ENTRY-ID(PV-INDEX).
           IF  PRT-WL-RESULT(PV-INDEX) = 'H'
               MOVE 'Y'                     TO WS-PAY-HELD-SW
               MOVE PRT-WL-ENTRY-ID(PV-INDEX)
                                            TO WS-PAY-HELD-ENTRY
               MOVE PRT-PROVIDER-CODE(PV-INDEX)
                                            TO WS-PAY-HELD-KEY.
      *----------------------------------------------------------*
       2300-WRITE-PAYMENT-DETAIL.
      *----------------------------------------------------------*
           MOVE INSURED-POLICY-NO           TO PAY-POLICY-NO.
           MOVE INSURED-LAST-NAME           TO PAY-LAST-NAME.
           MOVE INSURED-FIRST-NAME          TO PAY-FIRST-NAME.
           PERFORM 2330-OFFSET-OVERPAYMENT.
           COMPUTE PAY-AMOUNT = WS-CLAIM-AMT-PAID + WS-PROMPT-PAY-INT
                              - WS-OFFSET-AMT.
           MOVE CLAIM-RECEIVED-DATE         TO PAY-RECEIVED-DATE.
           MOVE WS-PROMPT-PAY-INT           TO PAY-INTEREST-AMT.
           MOVE 'I'                         TO PAY-PAYEE-TYPE.
           MOVE WS-OFFSET-AMT               TO PAY-OFFSET-AMT.
      *    A PAYMENT TAKEN WHOLLY BY AN OVERPAYMENT RECOVERY IS NOT
      *    SENT TO THE DISBURSEMENT SYSTEM.
           IF  PAY-AMOUNT > ZERO
               WRITE PAYMENT-RECORD
               ADD 1                        TO WS-PAY-COUNT
               ADD PAY-AMOUNT               TO WS-PAY-HASH
               IF  WS-PC-PERIOD-CLOSED
                   MOVE INSURED-POLICY-NO   TO PLL-KEY
                   MOVE PAY-AMOUNT          TO PLL-AMOUNT
                   PERFORM 2305-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
       2302-SCREEN-PAYEE.
      *----------------------------------------------------------*
           MOVE WS-CURRENT-DATE-NUM         TO WS-WL-SCREEN-DATE.
           PERFORM 9680-SCREEN-SUBJECT.
           IF  NOT WS-WL-NO-HIT
               MOVE WATCH-LIST-HIT-LINE     TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
      *----------------------------------------------------------*
       2340-WRITE-HELD-PAYMENT.
      *----------------------------------------------------------*
      *    THE CLAIM IS KEPT ON PAYHOLDN AS PRICED, WITH THE PAID EOB
      *    BUILT FOR IT.  THE EOB SENT TODAY SHOWS THE CLAIM HELD AND
      *    NOTHING PAID; THE PAID ONE GOES OUT WHEN IT IS RELEASED.
           MOVE SPACE                       TO PAY-HOLD-RECORD.
           MOVE WS-PAY-HELD-ENTRY           TO PH-ENTRY-ID.
           MOVE WS-PAY-HELD-KEY             TO PH-SUBJECT-KEY.
           MOVE EB-PAYEE-TYPE               TO PH-PAYEE-TYPE.
           MOVE WS-CURRENT-DATE-NUM         TO PH-HOLD-DATE.
           MOVE WS-CLAIM-AMT-PAID           TO PH-AMOUNT-PAID.
           MOVE WS-DED-APPLIED              TO PH-DED-APPLIED.
           MOVE WS-PRICED-AMOUNT            TO PH-PRICED-AMOUNT.
           MOVE WS-COB-REDUCTION            TO PH-COB-REDUCTION.
           MOVE CLAIM-RECORD-WS             TO PH-CLAIM-IMAGE.
           MOVE EOB-FEED-RECORD             TO PH-EOB-IMAGE.
           WRITE HELD-PAY-NEW-RECORD FROM PAY-HOLD-RECORD.
           ADD 1                            TO WS-PAY-HELD-COUNT.
           ADD WS-CLAIM-AMT-PAID            TO WS-PAY-HELD-TOTAL.
           MOVE 'H'                         TO EB-DISPOSITION.
           MOVE 'PAYEE UNDER REVIEW'        TO EB-REJECT-REASON.
           MOVE ZERO                        TO EB-AMOUNT-PAID
                                               EB-DAYS-TO-PAY
                                               EB-INTEREST-AMT
                                               EB-OFFSET-AMT.
      *----------------------------------------------------------*
       2345-PRINT-HELD-LINE.
      *----------------------------------------------------------*
           MOVE INSURED-POLICY-NO           TO PHL-POLICY-NO.
           MOVE WS-PAY-HELD-ENTRY           TO PHL-ENTRY-ID.
           MOVE WS-PAY-HELD-KEY             TO PHL-SUBJECT-KEY.
           COMPUTE PHL-AMOUNT = WS-CLAIM-AMT-PAID + WS-PROMPT-PAY-INT.
           MOVE PAYMENT-HELD-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *----------------------------------------------------------*
       2305-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
           ADD 1                            TO WS-PC-REDATED-COUNT.
           MOVE 'MIDTERM'                   TO PLL-SOURCE-ID.
           MOVE WS-PC-CHECK-DATE            TO PLL-ORIG-DATE.
           MOVE WS-PC-CHECK-DATE(1:6)       TO PLL-CLOSED-PERIOD.
           MOVE 'REDATED '                  TO PLL-ACTION.
           MOVE ' TO '                      TO PLL-NEW-DATE-LABEL.
           MOVE WS-PC-POST-DATE             TO PLL-NEW-DATE.
           MOVE PERIOD-LOCK-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *----------------------------------------------------------*
       2310-CHECK-ASSIGNMENT.
      *----------------------------------------------------------*
      *    AN ASSIGNED CLAIM IS PAID TO ITS PROVIDER ONLY WHEN THE
      *    PROVIDER IS ON PROVREF - OTHERWISE THERE IS NO PAYEE TO
      *    REMIT TO AND THE BENEFIT GOES TO THE INSURED AS BEFORE.
           MOVE 'N'                         TO PAY-PROVIDER-SW.
           IF  CLAIM-BENEFITS-ASSIGNED
           AND CLAIM-PROVIDER-CODE NOT = SPACE
               SET PV-INDEX TO 1
               SEARCH PROVIDER-TABLE
                   AT END
                       CONTINUE
                   WHEN PRT-PROVIDER-CODE(PV-INDEX) =
                        CLAIM-PROVIDER-CODE
                       MOVE 'Y'             TO PAY-PROVIDER-SW.
      *----------------------------------------------------------*
       2320-STORE-REMIT-ITEM.
      *----------------------------------------------------------*
      *    THE INSURED'S COINSURANCE SHARE IS WHAT IS LEFT OF THE
      *    ALLOWED AMOUNT AFTER THE DEDUCTIBLE, OUR BENEFIT AND ANY
      *    COB REDUCTION LEFT TO THE PRIMARY CARRIER.
           IF  REMIT-ITEM-COUNT = 2000
               PERFORM 9970-REMIT-TABLE-ERROR.
           COMPUTE WS-COINS-AMOUNT =
               WS-PRICED-AMOUNT - WS-DED-APPLIED
                   - WS-CLAIM-AMT-PAID - WS-COB-REDUCTION.
           IF  WS-COINS-AMOUNT < ZERO
               MOVE ZERO                    TO WS-COINS-AMOUNT.
           ADD 1                            TO REMIT-ITEM-COUNT.
           SET RI-INDEX                     TO REMIT-ITEM-COUNT.
           MOVE CLAIM-PROVIDER-CODE         TO
               RIT-PROVIDER-CODE(RI-INDEX).
           MOVE INSURED-POLICY-NO           TO RIT-POLICY-NO(RI-INDEX).
           MOVE INSURED-LAST-NAME           TO RIT-LAST-NAME(RI-INDEX).
           MOVE INSURED-FIRST-NAME          TO
               RIT-FIRST-NAME(RI-INDEX).
           MOVE CLAIM-PROC-CODE             TO RIT-PROC-CODE(RI-INDEX).
           MOVE CLAIM-AMOUNT                TO
               RIT-BILLED-AMT(RI-INDEX).
           MOVE WS-PRICED-AMOUNT            TO
               RIT-ALLOWED-AMT(RI-INDEX).
           MOVE WS-DED-APPLIED              TO RIT-DED-AMT(RI-INDEX).
           MOVE WS-COINS-AMOUNT             TO
               RIT-COINS-AMT(RI-INDEX).
           MOVE WS-CLAIM-AMT-PAID           TO RIT-PAID-AMT(RI-INDEX).
           MOVE WS-PROMPT-PAY-INT           TO
               RIT-INTEREST-AMT(RI-INDEX).
           ADD 1                      TO PRT-CLAIM-COUNT(PV-INDEX).
           ADD CLAIM-AMOUNT           TO PRT-BILLED-AMT(PV-INDEX).
           ADD WS-PRICED-AMOUNT       TO PRT-ALLOWED-AMT(PV-INDEX).
           ADD WS-DED-APPLIED         TO PRT-DED-AMT(PV-INDEX).
           ADD WS-COINS-AMOUNT        TO PRT-COINS-AMT(PV-INDEX).
           ADD WS-CLAIM-AMT-PAID      TO PRT-PAID-AMT(PV-INDEX).
           ADD WS-PROMPT-PAY-INT      TO PRT-INTEREST-AMT(PV-INDEX).
           ADD 1                            TO WS-ASSIGNED-COUNT.
           ADD WS-CLAIM-AMT-PAID            TO WS-ASSIGNED-TOTAL.
           ADD WS-PROMPT-PAY-INT            TO WS-ASSIGNED-TOTAL.
      *----------------------------------------------------------*
       2330-OFFSET-OVERPAYMENT.
      *----------------------------------------------------------*
      *    AN OPEN OVERPAYMENT RECEIVABLE ON THE POLICY IS RECOVERED
      *    OUT OF THE PAYMENT, BENEFIT AND INTEREST, BEFORE IT GOES
      *    OUT - OLDEST RECEIVABLE FIRST, UP TO THE WHOLE PAYMENT.
           MOVE ZERO                        TO WS-OFFSET-AMT.
           COMPUTE WS-OFFSET-REMAINING =
               WS-CLAIM-AMT-PAID + WS-PROMPT-PAY-INT.
           PERFORM 2335-OFFSET-ONE-RECEIVABLE
               VARYING OV-INDEX FROM 1 BY 1
                   UNTIL OV-INDEX > OVERPAY-RECV-COUNT
                      OR WS-OFFSET-REMAINING NOT > ZERO.
           IF  WS-OFFSET-AMT > ZERO
               ADD 1                        TO WS-OFFSET-COUNT
               ADD WS-OFFSET-AMT            TO WS-OFFSET-TOTAL.
      *----------------------------------------------------------*
       2335-OFFSET-ONE-RECEIVABLE.
      *----------------------------------------------------------*
           IF  ORT-POLICY-NO(OV-INDEX) = INSURED-POLICY-NO
           AND ORT-BALANCE(OV-INDEX) > ZERO
               IF  ORT-BALANCE(OV-INDEX) < WS-OFFSET-REMAINING
                   MOVE ORT-BALANCE(OV-INDEX)
                                            TO WS-OFFSET-TAKE
               ELSE
                   MOVE WS-OFFSET-REMAINING TO WS-OFFSET-TAKE
               END-IF
               SUBTRACT WS-OFFSET-TAKE      FROM ORT-BALANCE(OV-INDEX)
                                                 WS-OFFSET-REMAINING
               ADD WS-OFFSET-TAKE           TO WS-OFFSET-AMT
               MOVE WS-CURRENT-DATE-NUM     TO
                   ORT-LAST-OFFSET-DATE(OV-INDEX)
           END-IF.
      *----------------------------------------------------------*
       2400-WRITE-EOB-PAID-RECORD.
      *----------------------------------------------------------*
               MOVE 'N'                     TO EB-COB-FLAG
               MOVE SPACE                   TO EB-COB-PRIMARY-NO
               MOVE ZERO                    TO EB-COB-REDUCTION.
           MOVE CLAIM-RECEIVED-DATE         TO EB-RECEIVED-DATE.
           MOVE WS-DAYS-TO-PAY              TO EB-DAYS-TO-PAY.
           MOVE WS-PROMPT-PAY-INT           TO EB-INTEREST-AMT.
           IF  PAY-PROVIDER
               MOVE 'P'                     TO EB-PAYEE-TYPE
               MOVE PRT-PROVIDER-CODE(PV-INDEX)
                                            TO EB-PROVIDER-CODE
               MOVE PRT-PROVIDER-NAME(PV-INDEX)
                                            TO EB-PROVIDER-NAME
           ELSE
               MOVE 'I'                     TO EB-PAYEE-TYPE
               MOVE SPACE                   TO EB-PROVIDER-CODE
                                               EB-PROVIDER-NAME.
           MOVE WS-OFFSET-AMT               TO EB-OFFSET-AMT.
           MOVE CLAIM-PROVIDER-CODE         TO EB-SERVICE-PROVIDER.
           MOVE WS-NETWORK-STATUS           TO EB-NETWORK-STATUS.
           IF  WS-OUT-OF-NETWORK
               COMPUTE EB-COINS-PCT = WS-POLICY-COINSURANCE-NUM * 100
               MOVE WS-OON-ALLOWED-CUT      TO EB-OON-ALLOWED-CUT
               MOVE WS-OON-COINS-EXTRA      TO EB-OON-COINS-EXTRA
           ELSE
               MOVE ZERO                    TO EB-OON-ALLOWED-CUT
                                               EB-OON-COINS-EXTRA.
           IF  WS-PAY-HELD
               PERFORM 2340-WRITE-HELD-PAYMENT.
           WRITE EOB-FEED-RECORD.
           ADD 1                            TO WS-EOB-COUNT.
      *----------------------------------------------------------*
           MOVE 'N'                         TO EB-COB-FLAG.
           MOVE SPACE                       TO EB-COB-PRIMARY-NO.
           MOVE ZERO                        TO EB-COB-REDUCTION.
           MOVE CLAIM-RECEIVED-DATE         TO EB-RECEIVED-DATE.
           MOVE ZERO                        TO EB-DAYS-TO-PAY
                                               EB-INTEREST-AMT.
           MOVE 'I'                         TO EB-PAYEE-TYPE.
           MOVE SPACE                       TO EB-PROVIDER-CODE
                                               EB-PROVIDER-NAME.
           MOVE ZERO                        TO EB-OFFSET-AMT.
           MOVE CLAIM-PROVIDER-CODE         TO EB-SERVICE-PROVIDER.
           MOVE SPACE                       TO EB-NETWORK-STATUS.
           MOVE ZERO                        TO EB-OON-ALLOWED-CUT
                                               EB-OON-COINS-EXTRA.
           WRITE EOB-FEED-RECORD.
           ADD 1                            TO WS-EOB-COUNT.
      *----------------------------------------------------------*
       2150-APPLY-PROMPT-PAY.
      *----------------------------------------------------------*
      *    DAYS FROM RECEIPT TO PAYMENT ARE MEASURED TO THE BUSINESS
      *    DATE OF THIS RUN.  A CLAIM PAID PAST ITS TYPE'S STATUTORY
      *    LIMIT EARNS SIMPLE INTEREST ON THE BENEFIT FOR EACH DAY
      *    LATE, ADDED TO THE PAYMENT AND SHOWN SEPARATELY ON THE EOB.
           IF  POLICY-TYPE >= 1 AND POLICY-TYPE <= 3
               SET PP-INDEX                 TO POLICY-TYPE
           ELSE
               SET PP-INDEX                 TO 1
           END-IF.
           MOVE ZERO                        TO WS-DAYS-TO-PAY
                                               WS-DAYS-LATE
                                               WS-PROMPT-PAY-INT.
           IF  CLAIM-RECEIVED-DATE NUMERIC
           AND CLAIM-RECEIVED-DATE > ZERO
           AND CLAIM-RECEIVED-DATE < WS-CURRENT-DATE-NUM
               COMPUTE WS-RECEIVED-INT =
                   FUNCTION INTEGER-OF-DATE(CLAIM-RECEIVED-DATE)
               IF  WS-RECEIVED-INT > ZERO
                   COMPUTE WS-DAYS-TO-PAY =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                           - WS-RECEIVED-INT
               END-IF
           END-IF.
           ADD 1                      TO PPT-CLAIM-COUNT(PP-INDEX).
           ADD WS-DAYS-TO-PAY         TO PPT-TOTAL-DAYS(PP-INDEX).
           IF  WS-DAYS-TO-PAY > PPT-MAX-DAYS(PP-INDEX)
               MOVE WS-DAYS-TO-PAY    TO PPT-MAX-DAYS(PP-INDEX)
           END-IF.
           IF  WS-DAYS-TO-PAY > PPT-LIMIT-DAYS(PP-INDEX)
               ADD 1                  TO PPT-LATE-COUNT(PP-INDEX)
               COMPUTE WS-DAYS-LATE =
                   WS-DAYS-TO-PAY - PPT-LIMIT-DAYS(PP-INDEX)
               COMPUTE WS-PROMPT-PAY-INT ROUNDED =
                   WS-CLAIM-AMT-PAID * PPT-INTEREST-RATE(PP-INDEX)
                       * WS-DAYS-LATE / 365
               ADD WS-PROMPT-PAY-INT  TO PPT-INTEREST-AMT(PP-INDEX)
           END-IF.
      *----------------------------------------------------------*
       2450-APPLY-COB-ORDERING.
      *----------------------------------------------------------*
               VARYING PM-INDEX FROM 1 BY 1
                   UNTIL PM-INDEX > 1000
                      OR PMT-POLICY-NO(PM-INDEX) = SPACE.
           PERFORM 2465-SCAN-COB-XREF
               VARYING CX-INDEX FROM 1 BY 1
                   UNTIL CX-INDEX > COB-XREF-COUNT.
           IF  WS-COB-SECONDARY
               COMPUTE WS-COB-REDUCTION ROUNDED =
                   WS-CLAIM-AMT-PAID / 2
                                            TO WS-COB-PRIMARY-NO
               END-IF
           END-IF.
      *----------------------------------------------------------*
       2465-SCAN-COB-XREF.
      *----------------------------------------------------------*
      *    THE POLMAST ORDER PUTS AN OUT-OF-SLICE PRIMARY BELOW THE
      *    SLICE AHEAD OF ANY IN IT - NAME THE LOWER POLICY NUMBER.
           IF  CXT-LAST-NAME(CX-INDEX) = INSURED-LAST-NAME
           AND CXT-FIRST-NAME(CX-INDEX) = INSURED-FIRST-NAME
           AND CXT-POLICY-TYPE(CX-INDEX) < POLICY-TYPE
               MOVE 'Y'                     TO WS-COB-SW
               IF  WS-COB-PRIMARY-NO = SPACE
               OR  CXT-POLICY-NO(CX-INDEX) < WS-COB-PRIMARY-NO
                   MOVE CXT-POLICY-NO(CX-INDEX)
                                            TO WS-COB-PRIMARY-NO
               END-IF
           END-IF.
      *----------------------------------------------------------*
       2500-APPLY-CESSION.
      *----------------------------------------------------------*
           SET CT-INDEX                     TO POLICY-TYPE.
           ADD 1                            TO CTE-CEDED-COUNT(CT-INDEX).
           ADD WS-CEDED-AMT                 TO CTE-CEDED-AMT(CT-INDEX).
      *----------------------------------------------------------*
       2600-RELEASE-HELD-PAYMENTS.
      *----------------------------------------------------------*
      *    PAYMENTS HELD BY EARLIER RUNS FOR WATCH-LIST REVIEW.  A
      *    HELD CLAIM WHOSE CASE WLMAINT HAS SINCE RELEASED - A
      *    CLEARANCE ON THE WATCH LIST FOR ITS ENTRY AND PAYEE - IS
      *    PAID NOW, AHEAD OF THE NEW CLAIMS, WITH PROMPT-PAY INTEREST
      *    TO TODAY, AND ITS CESSION, EXPOSURE AND DEVELOPMENT ARE
      *    BOOKED.  THE REST ARE CARRIED FORWARD TO PAYHOLDN.  IN A
      *    PARTITIONED RUN EACH PARTITION TAKES THE HELD CLAIMS IN
      *    ITS OWN RANGE.
           OPEN INPUT HELD-PAY-OLD.
           MOVE 'Y'                         TO HELD-PAY-OPEN-SW.
           PERFORM 8140-READ-HELD-PAY-OLD.
           PERFORM 2610-SELECT-HELD-PAYMENT
               UNTIL HELD-PAY-EOF.
           CLOSE HELD-PAY-OLD.
           MOVE 'N'                         TO HELD-PAY-OPEN-SW.
      *----------------------------------------------------------*
       2610-SELECT-HELD-PAYMENT.
      *----------------------------------------------------------*
           MOVE PH-CLAIM-IMAGE              TO CLAIM-RECORD-WS.
           MOVE INSURED-POLICY-NO           TO WS-PART-TEST-POLICY.
           PERFORM 1040-CHECK-PARTITION.
           IF  WS-IN-PARTITION
               ADD 1                        TO WS-RUN-LOG-COUNT
               PERFORM 2620-CHECK-CLEARANCE
               IF  WS-HELD-CLEARED
                   PERFORM 2630-RELEASE-ONE-PAYMENT
               ELSE
                   WRITE HELD-PAY-NEW-RECORD FROM PAY-HOLD-RECORD
                   ADD 1                    TO WS-HELD-CARRIED-COUNT
               END-IF
           END-IF.
           PERFORM 8140-READ-HELD-PAY-OLD.
      *----------------------------------------------------------*
       2620-CHECK-CLEARANCE.
      *----------------------------------------------------------*
           MOVE 'N'                         TO WS-HELD-CLEARED-SW.
           SET WLC-INDEX TO 1.
           SEARCH WATCH-CLEAR-TABLE
               AT END
                   CONTINUE
               WHEN WLC-INDEX > WATCH-CLEAR-COUNT
                   CONTINUE
               WHEN WLC-ENTRY-ID(WLC-INDEX) = PH-ENTRY-ID
               AND  WLC-PROGRAM-ID(WLC-INDEX) = 'MIDTERM'
               AND  WLC-SUBJECT-KEY(WLC-INDEX) = PH-SUBJECT-KEY
                   MOVE 'Y'                 TO WS-HELD-CLEARED-SW.
      *----------------------------------------------------------*
       2630-RELEASE-ONE-PAYMENT.
      *----------------------------------------------------------*
      *    THE CLAIM IS PAID AS IT WAS PRICED.  ITS PAYEE IS FOUND
      *    AND SCREENED AGAIN - THE RELEASED HIT NOW SCREENS CLEARED,
      *    BUT A HIT ON ANOTHER ENTRY, OR A PAYEE THAT HAS CHANGED
      *    SINCE THE HOLD, KEEPS THE CLAIM HELD UNDER THE NEW CASE.
           MOVE 'Y'                         TO VALID-CLAIM-SW.
           MOVE PH-AMOUNT-PAID              TO WS-CLAIM-AMT-PAID.
           MOVE PH-DED-APPLIED              TO WS-DED-APPLIED.
           MOVE PH-PRICED-AMOUNT            TO WS-PRICED-AMOUNT.
           MOVE PH-COB-REDUCTION            TO WS-COB-REDUCTION.
           MOVE ZERO                        TO WS-PROMPT-PAY-INT
                                               WS-OFFSET-AMT.
           MOVE 'N'                         TO WS-PAY-HELD-SW.
           PERFORM 2015-SCREEN-CLAIM-PAYEE.
           IF  WS-PAY-HELD
               PERFORM 2635-HOLD-AGAIN
           ELSE
               PERFORM 2640-PAY-RELEASED-CLAIM.
      *----------------------------------------------------------*
       2635-HOLD-AGAIN.
      *----------------------------------------------------------*
           MOVE WS-PAY-HELD-ENTRY           TO PH-ENTRY-ID.
           MOVE WS-PAY-HELD-KEY             TO PH-SUBJECT-KEY.
           IF  PAY-PROVIDER
               MOVE 'P'                     TO PH-PAYEE-TYPE
           ELSE
               MOVE 'I'                     TO PH-PAYEE-TYPE.
           MOVE WS-CURRENT-DATE-NUM         TO PH-HOLD-DATE.
           WRITE HELD-PAY-NEW-RECORD FROM PAY-HOLD-RECORD.
           ADD 1                            TO WS-HELD-CARRIED-COUNT.
           MOVE 'HELD    '                  TO PHL-ACTION.
           PERFORM 2345-PRINT-HELD-LINE.
      *----------------------------------------------------------*
       2640-PAY-RELEASED-CLAIM.
      *----------------------------------------------------------*
           PERFORM 2150-APPLY-PROMPT-PAY.
           PERFORM 2500-APPLY-CESSION.
           PERFORM 2060-ACCUMULATE-EXPOSURE.
           PERFORM 2065-ACCUMULATE-DEVELOPMENT.
           IF  PAY-PROVIDER
               PERFORM 2320-STORE-REMIT-ITEM
           ELSE
               PERFORM 2300-WRITE-PAYMENT-DETAIL.
           MOVE 'RELEASED'                  TO PHL-ACTION.
           MOVE PH-ENTRY-ID                 TO WS-PAY-HELD-ENTRY.
           MOVE PH-SUBJECT-KEY              TO WS-PAY-HELD-KEY.
           PERFORM 2345-PRINT-HELD-LINE.
           IF  WS-OFFSET-AMT > ZERO
               MOVE WS-OFFSET-AMT           TO OOL-OFFSET-AMT
               MOVE OVERPAY-OFFSET-LINE     TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 2645-WRITE-RELEASED-EOB.
           ADD 1                            TO WS-PAY-RELEASED-COUNT.
           ADD WS-CLAIM-AMT-PAID            TO WS-PAY-RELEASED-TOTAL.
      *----------------------------------------------------------*
       2645-WRITE-RELEASED-EOB.
      *----------------------------------------------------------*
      *    THE PAID EOB KEPT WITH THE HELD CLAIM GOES OUT NOW, WITH
      *    THE INTEREST, OFFSET AND PAYEE OF THE RELEASE.
           MOVE PH-EOB-IMAGE                TO EOB-FEED-RECORD.
           MOVE 'P'                         TO EB-DISPOSITION.
           MOVE SPACE                       TO EB-REJECT-REASON.
           MOVE WS-CLAIM-AMT-PAID           TO EB-AMOUNT-PAID.
           MOVE WS-DAYS-TO-PAY              TO EB-DAYS-TO-PAY.
           MOVE WS-PROMPT-PAY-INT           TO EB-INTEREST-AMT.
           IF  PAY-PROVIDER
               MOVE 'P'                     TO EB-PAYEE-TYPE
               MOVE PRT-PROVIDER-CODE(PV-INDEX)
                                            TO EB-PROVIDER-CODE
               MOVE PRT-PROVIDER-NAME(PV-INDEX)
                                            TO EB-PROVIDER-NAME
           ELSE
               MOVE 'I'                     TO EB-PAYEE-TYPE
               MOVE SPACE                   TO EB-PROVIDER-CODE
                                               EB-PROVIDER-NAME.
           MOVE WS-OFFSET-AMT               TO EB-OFFSET-AMT.
           WRITE EOB-FEED-RECORD.
           ADD 1                            TO WS-EOB-COUNT.
      *----------------------------------------------------------*
       2650-WRITE-CESSION-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-CES-COUNT                TO MF-RECORD-COUNT.
           MOVE WS-CES-HASH                 TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
      *----------------------------------------------------------*
       2700-PROCESS-ADJUSTMENTS.
      *----------------------------------------------------------*
      *    VOIDS AND ADJUSTMENTS OF CLAIMS PAID IN EARLIER RUNS ARE
      *    APPLIED BEFORE THE NEW CLAIMS, SO THE DEDUCTIBLE BACKED
      *    OUT IS AVAILABLE TO THEM AND THE RECOVERY BOOKED CAN BE
      *    OFFSET AGAINST THIS RUN'S PAYMENTS TO THE SAME POLICY.
           OPEN INPUT CLAIM-ADJ-FILE.
           PERFORM 8110-READ-CLAIM-ADJ.
           PERFORM 2705-SELECT-ADJUSTMENT
               UNTIL CLAIM-ADJ-EOF.
           CLOSE CLAIM-ADJ-FILE.
      *----------------------------------------------------------*
       2705-SELECT-ADJUSTMENT.
      *----------------------------------------------------------*
           MOVE CA-POLICY-NO                TO WS-PART-TEST-POLICY.
           PERFORM 1040-CHECK-PARTITION.
           IF  WS-IN-PARTITION
               PERFORM 2710-APPLY-ONE-ADJUSTMENT
           ELSE
               PERFORM 8110-READ-CLAIM-ADJ.
      *----------------------------------------------------------*
       2710-APPLY-ONE-ADJUSTMENT.
      *----------------------------------------------------------*
           ADD 1                            TO WS-RUN-LOG-COUNT.
           MOVE 'Y'                         TO ADJ-VALID-SW.
           MOVE SPACE                       TO WS-ADJ-RESULT.
           MOVE ZERO                        TO WS-ADJ-CORRECT-PAID
                                               WS-ADJ-PRIOR-PAID
                                               WS-ADJ-RECOVERY
                                               WS-ADJ-CEDED-DELTA.
           MOVE CA-CLAIM-KEY                TO CH-KEY.
           READ CLAIM-HIST-FILE
               INVALID KEY
                   MOVE 'N'                 TO ADJ-VALID-SW
                   MOVE 'CLAIM NOT ON HISTORY'
                                            TO WS-ADJ-RESULT.
           IF  ADJ-VALID
               PERFORM 2720-EDIT-ADJUSTMENT.
           IF  ADJ-VALID
               PERFORM 2730-REVERSE-DEDUCTIBLE
               PERFORM 2740-REVERSE-CESSION
               PERFORM 2750-REVERSE-EXPOSURE
               IF  WS-ADJ-RECOVERY > ZERO
                   PERFORM 2760-BOOK-RECOVERY
               END-IF
               PERFORM 2770-UPDATE-CLAIM-HISTORY
               ADD 1                        TO WS-ADJ-APPLIED-COUNT
               ADD WS-ADJ-RECOVERY          TO WS-ADJ-RECOVERY-TOTAL
           ELSE
               ADD 1                        TO WS-ADJ-REJECTED-COUNT.
           PERFORM 2780-STORE-ADJ-LINE.
           PERFORM 8110-READ-CLAIM-ADJ.
      *----------------------------------------------------------*
       2720-EDIT-ADJUSTMENT.
      *----------------------------------------------------------*
      *    ONLY A PAID CLAIM CAN BE TAKEN BACK, AND AN ADJUSTMENT
      *    MUST LOWER THE BENEFIT - A SHORTFALL IS PAID AS A NEW
      *    CLAIM, NOT HERE.
           EVALUATE TRUE
               WHEN NOT CA-VOID AND NOT CA-ADJUST
                   MOVE 'N'                 TO ADJ-VALID-SW
                   MOVE 'INVALID TRAN TYPE' TO WS-ADJ-RESULT
               WHEN CH-VOIDED
                   MOVE 'N'                 TO ADJ-VALID-SW
                   MOVE 'CLAIM ALREADY VOIDED'
                                            TO WS-ADJ-RESULT
               WHEN NOT CH-PAID
                   MOVE 'N'                 TO ADJ-VALID-SW
                   MOVE 'CLAIM NOT PAID'    TO WS-ADJ-RESULT
               WHEN CA-ADJUST
                AND (CA-CORRECT-PAID NOT NUMERIC
                 OR  CA-CORRECT-DED NOT NUMERIC)
                   MOVE 'N'                 TO ADJ-VALID-SW
                   MOVE 'INVALID AMOUNT'    TO WS-ADJ-RESULT
               WHEN CA-ADJUST
                AND CA-CORRECT-PAID NOT < CH-AMOUNT-PAID
                   MOVE 'N'                 TO ADJ-VALID-SW
                   MOVE 'NOT AN OVERPAYMENT' TO WS-ADJ-RESULT
           END-EVALUATE.
           IF  ADJ-VALID
               PERFORM 2725-COMPUTE-RECOVERY.
      *----------------------------------------------------------*
       2725-COMPUTE-RECOVERY.
      *----------------------------------------------------------*
      *    A VOID TAKES BACK THE WHOLE PAYMENT, PROMPT-PAY INTEREST
      *    INCLUDED, AND THE CLAIM NO LONGER COUNTS TOWARD THE
      *    DEDUCTIBLE.  AN ADJUSTMENT TAKES BACK THE BENEFIT OVERPAID.
           IF  CA-VOID
               MOVE ZERO                    TO WS-ADJ-CORRECT-PAID
                                               WS-ADJ-CORRECT-DED
           ELSE
               MOVE CA-CORRECT-PAID         TO WS-ADJ-CORRECT-PAID
               MOVE CA-CORRECT-DED          TO WS-ADJ-CORRECT-DED.
           MOVE CH-AMOUNT-PAID              TO WS-ADJ-PRIOR-PAID.
           COMPUTE WS-ADJ-PAID-DELTA =
               CH-AMOUNT-PAID - WS-ADJ-CORRECT-PAID.
           COMPUTE WS-ADJ-DED-DELTA =
               CH-DED-APPLIED - WS-ADJ-CORRECT-DED.
           MOVE WS-ADJ-PAID-DELTA           TO WS-ADJ-RECOVERY.
           IF  CA-VOID
               ADD CH-INTEREST-AMT          TO WS-ADJ-RECOVERY.
      *----------------------------------------------------------*
       2730-REVERSE-DEDUCTIBLE.
      *----------------------------------------------------------*
           DIVIDE CH-BENEFIT-DATE BY 10000
               GIVING WS-ADJ-BENEFIT-YEAR.
           SET DA-INDEX TO 1.
           SEARCH DED-ACCUM-TABLE
               AT END
                   CONTINUE
               WHEN DAT-POLICY-NO(DA-INDEX) = CH-POLICY-NO
                AND DAT-BENEFIT-YEAR(DA-INDEX) = WS-ADJ-BENEFIT-YEAR
                   PERFORM 2735-APPLY-DED-DELTA.
      *----------------------------------------------------------*
       2735-APPLY-DED-DELTA.
      *----------------------------------------------------------*
           IF  WS-ADJ-DED-DELTA > DAT-DED-PAID(DA-INDEX)
               MOVE ZERO                    TO DAT-DED-PAID(DA-INDEX)
           ELSE
               SUBTRACT WS-ADJ-DED-DELTA    FROM DAT-DED-PAID(DA-INDEX).
      *----------------------------------------------------------*
       2740-REVERSE-CESSION.
      *----------------------------------------------------------*
      *    THE CESSION IS WORKED OUT AGAIN ON THE BENEFIT AS PAID AND
      *    AS CORRECTED, AGAINST THE TYPE'S RETENTION; THE CEDED
      *    DIFFERENCE GOES BACK ON THE BORDEREAU AS A REVERSAL.
           MOVE ZERO                        TO WS-ADJ-OLD-CEDED
                                               WS-ADJ-NEW-CEDED.
           IF  CH-POLICY-TYPE >= 1 AND CH-POLICY-TYPE <= 3
               SET RET-INDEX                TO CH-POLICY-TYPE
               IF  RET-RETENTION-AMT(RET-INDEX) > ZERO
               AND CH-AMOUNT-PAID > RET-RETENTION-AMT(RET-INDEX)
                   COMPUTE WS-ADJ-OLD-CEDED =
                       CH-AMOUNT-PAID - RET-RETENTION-AMT(RET-INDEX)
               END-IF
               IF  RET-RETENTION-AMT(RET-INDEX) > ZERO
               AND WS-ADJ-CORRECT-PAID > RET-RETENTION-AMT(RET-INDEX)
                   COMPUTE WS-ADJ-NEW-CEDED =
                       WS-ADJ-CORRECT-PAID
                           - RET-RETENTION-AMT(RET-INDEX)
               END-IF
           END-IF.
           COMPUTE WS-ADJ-CEDED-DELTA =
               WS-ADJ-OLD-CEDED - WS-ADJ-NEW-CEDED.
           COMPUTE WS-ADJ-RETAINED-DELTA =
               WS-ADJ-PAID-DELTA - WS-ADJ-CEDED-DELTA.
           IF  WS-ADJ-CEDED-DELTA > ZERO
               PERFORM 2745-WRITE-CESSION-REVERSAL.
      *----------------------------------------------------------*
       2745-WRITE-CESSION-REVERSAL.
      *----------------------------------------------------------*
           MOVE SPACE                       TO CESSION-RECORD.
           MOVE 'D'                         TO CES-REC-TYPE.
           MOVE 'R'                         TO CES-ENTRY-TYPE.
           MOVE CH-POLICY-NO                TO CES-POLICY-NO.
           MOVE CH-LAST-NAME                TO CES-LAST-NAME.
           MOVE CH-FIRST-NAME               TO CES-FIRST-NAME.
           MOVE CH-POLICY-TYPE              TO CES-POLICY-TYPE.
           MOVE CH-CLAIM-AMOUNT             TO CES-CLAIM-AMOUNT.
           MOVE WS-ADJ-RETAINED-DELTA       TO CES-RETAINED-AMT.
           MOVE WS-ADJ-CEDED-DELTA          TO CES-CEDED-AMT.
           WRITE CESSION-RECORD.
           ADD 1                            TO WS-CES-COUNT.
           ADD WS-ADJ-CEDED-DELTA           TO WS-CES-HASH.
           SET CT-INDEX                     TO CH-POLICY-TYPE.
           ADD WS-ADJ-CEDED-DELTA           TO
               CTE-REVERSED-AMT(CT-INDEX).
      *----------------------------------------------------------*
       2750-REVERSE-EXPOSURE.
      *----------------------------------------------------------*
      *    ONLY THE RETAINED SHARE WAS IN OUR EXPOSURE, SO ONLY THE
      *    RETAINED SHARE OF THE OVERPAYMENT COMES BACK OUT.  THE
      *    BILLED AMOUNT STANDS - THE CLAIM WAS STILL RECEIVED.
           IF  CH-POLICY-TYPE >= 1 AND CH-POLICY-TYPE <= 3
               SET EXP-INDEX                TO CH-POLICY-TYPE
               IF  WS-ADJ-RETAINED-DELTA >
                       EXP-CLAIM-AMOUNT-PAID(EXP-INDEX)
                   MOVE ZERO TO EXP-CLAIM-AMOUNT-PAID(EXP-INDEX)
               ELSE
                   SUBTRACT WS-ADJ-RETAINED-DELTA
                       FROM EXP-CLAIM-AMOUNT-PAID(EXP-INDEX)
               END-IF
           END-IF.
      *----------------------------------------------------------*
       2760-BOOK-RECOVERY.
      *----------------------------------------------------------*
           IF  OVERPAY-RECV-COUNT = 2000
               PERFORM 9980-RECV-TABLE-ERROR.
           ADD 1                            TO OVERPAY-RECV-COUNT.
           SET OV-INDEX                     TO OVERPAY-RECV-COUNT.
           MOVE SPACE                       TO
               OVERPAY-RECV-ENTRY(OV-INDEX).
           MOVE CH-POLICY-NO                TO ORT-POLICY-NO(OV-INDEX).
           MOVE CH-BENEFIT-DATE             TO
               ORT-BENEFIT-DATE(OV-INDEX).
           MOVE CH-CLAIM-SEQ                TO ORT-CLAIM-SEQ(OV-INDEX).
           MOVE WS-CURRENT-DATE-NUM         TO
               ORT-ESTABLISHED-DATE(OV-INDEX).
           MOVE WS-ADJ-RECOVERY             TO
               ORT-ORIGINAL-AMT(OV-INDEX)
               ORT-BALANCE(OV-INDEX).
           MOVE ZERO                        TO
               ORT-LAST-OFFSET-DATE(OV-INDEX).
           IF  CA-REASON NOT = SPACE
               MOVE CA-REASON               TO ORT-REASON(OV-INDEX)
           ELSE
               IF  CA-VOID
                   MOVE 'CLAIM VOIDED'      TO ORT-REASON(OV-INDEX)
               ELSE
                   MOVE 'CLAIM ADJUSTED'    TO ORT-REASON(OV-INDEX)
               END-IF
           END-IF.
      *----------------------------------------------------------*
       2770-UPDATE-CLAIM-HISTORY.
      *----------------------------------------------------------*
      *    THE FIRST VOID OR ADJUSTMENT KEEPS THE BENEFIT FIRST PAID;
      *    RECOVERIES ACCUMULATE OVER LATER ADJUSTMENTS.
           IF  CH-NOT-ADJUSTED
               MOVE CH-AMOUNT-PAID          TO CH-ORIGINAL-PAID
               MOVE ZERO                    TO CH-RECOVERY-AMT.
           ADD WS-ADJ-RECOVERY              TO CH-RECOVERY-AMT.
           MOVE WS-ADJ-CORRECT-PAID         TO CH-AMOUNT-PAID.
           MOVE WS-ADJ-CORRECT-DED          TO CH-DED-APPLIED.
           MOVE WS-CURRENT-DATE-NUM         TO CH-ADJUST-DATE
                                               CH-LAST-UPDATE.
           IF  CA-VOID
               MOVE 'V'                     TO CH-ADJUST-TYPE
                                               CH-DISPOSITION
           ELSE
               MOVE 'A'                     TO CH-ADJUST-TYPE.
           MOVE 'APPLIED'                   TO WS-ADJ-RESULT.
           REWRITE CLAIM-HIST-RECORD
               INVALID KEY
                   MOVE 'HISTORY NOT UPDATED'
                                            TO WS-ADJ-RESULT.
      *----------------------------------------------------------*
       2780-STORE-ADJ-LINE.
      *----------------------------------------------------------*
           IF  CLAIM-ADJ-COUNT = 500
               DISPLAY 'MIDTERM - ADJUSTMENT TABLE FULL, NOT LISTED: '
                   CA-POLICY-NO
           ELSE
               ADD 1                        TO CLAIM-ADJ-COUNT
               SET CJ-INDEX                 TO CLAIM-ADJ-COUNT
               MOVE CA-POLICY-NO            TO CJT-POLICY-NO(CJ-INDEX)
               MOVE CA-BENEFIT-DATE         TO
                   CJT-BENEFIT-DATE(CJ-INDEX)
               MOVE CA-CLAIM-SEQ            TO CJT-CLAIM-SEQ(CJ-INDEX)
               IF  CA-VOID
                   MOVE 'VOID'              TO CJT-TRAN-TYPE(CJ-INDEX)
               ELSE
                   MOVE 'ADJUST'            TO CJT-TRAN-TYPE(CJ-INDEX)
               END-IF
               MOVE WS-ADJ-PRIOR-PAID       TO
                   CJT-ORIGINAL-PAID(CJ-INDEX)
               MOVE WS-ADJ-CORRECT-PAID     TO
                   CJT-CORRECT-PAID(CJ-INDEX)
               MOVE WS-ADJ-RECOVERY         TO
                   CJT-RECOVERY-AMT(CJ-INDEX)
               MOVE WS-ADJ-CEDED-DELTA      TO
                   CJT-CEDED-REVERSED(CJ-INDEX)
               MOVE WS-ADJ-RESULT           TO CJT-RESULT(CJ-INDEX).
      *----------------------------------------------------------*
       5500-PRINT-RECOVERIES-DUE.
      *----------------------------------------------------------*
           END-EVALUATE.
           MOVE CTE-CEDED-COUNT(CT-INDEX)   TO CDL-CEDED-COUNT.
           MOVE CTE-CEDED-AMT(CT-INDEX)     TO CDL-CEDED-AMT.
           MOVE CTE-REVERSED-AMT(CT-INDEX)  TO CDL-REVERSED-AMT.
           MOVE CES-DETAIL-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           SET CT-INDEX UP BY 1.
      *----------------------------------------------------------*
       5600-PRINT-PROMPT-PAY-SUMMARY.
      *----------------------------------------------------------*
           MOVE PPY-HEADING-LINE-1          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE PPY-HEADING-LINE-2          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE HEADING-LINE-4              TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           SET PP-INDEX                     TO 1.
           PERFORM 5610-PRINT-ONE-PROMPT-PAY-LINE
               UNTIL PP-INDEX > 3.
           MOVE 'TOTAL ALL POLICIES  '      TO PPD-POLICY-TYPE.
           MOVE SPACE                       TO PPD-STATE-CODE.
           MOVE ZERO                        TO PPD-LIMIT-DAYS.
           MOVE WS-PP-CLAIM-COUNT           TO PPD-CLAIM-COUNT.
           IF  WS-PP-CLAIM-COUNT = ZERO
               MOVE ZERO                    TO PPD-AVG-DAYS
           ELSE
               COMPUTE PPD-AVG-DAYS ROUNDED =
                   WS-PP-TOTAL-DAYS / WS-PP-CLAIM-COUNT
           END-IF.
           MOVE WS-PP-MAX-DAYS              TO PPD-MAX-DAYS.
           MOVE WS-PP-LATE-COUNT            TO PPD-LATE-COUNT.
           MOVE WS-PP-INTEREST-AMT          TO PPD-INTEREST-AMT.
           MOVE PPY-DETAIL-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *----------------------------------------------------------*
       5610-PRINT-ONE-PROMPT-PAY-LINE.
      *----------------------------------------------------------*
           EVALUATE PP-INDEX
               WHEN 1
                   MOVE 'EMPLOYER-PRIVATE   '  TO PPD-POLICY-TYPE
               WHEN 2
                   MOVE 'STANDARD MEDICARE   ' TO PPD-POLICY-TYPE
               WHEN 3
                   MOVE 'AFFORDABLE CARE ACT ' TO PPD-POLICY-TYPE
           END-EVALUATE.
           MOVE PPT-STATE-CODE(PP-INDEX)    TO PPD-STATE-CODE.
           MOVE PPT-LIMIT-DAYS(PP-INDEX)    TO PPD-LIMIT-DAYS.
           MOVE PPT-CLAIM-COUNT(PP-INDEX)   TO PPD-CLAIM-COUNT.
           IF  PPT-CLAIM-COUNT(PP-INDEX) = ZERO
               MOVE ZERO                    TO PPD-AVG-DAYS
           ELSE
               COMPUTE PPD-AVG-DAYS ROUNDED =
                   PPT-TOTAL-DAYS(PP-INDEX) / PPT-CLAIM-COUNT(PP-INDEX)
           END-IF.
           MOVE PPT-MAX-DAYS(PP-INDEX)      TO PPD-MAX-DAYS.
           MOVE PPT-LATE-COUNT(PP-INDEX)    TO PPD-LATE-COUNT.
           MOVE PPT-INTEREST-AMT(PP-INDEX)  TO PPD-INTEREST-AMT.
           ADD PPT-CLAIM-COUNT(PP-INDEX)    TO WS-PP-CLAIM-COUNT.
           ADD PPT-LATE-COUNT(PP-INDEX)     TO WS-PP-LATE-COUNT.
           ADD PPT-TOTAL-DAYS(PP-INDEX)     TO WS-PP-TOTAL-DAYS.
           ADD PPT-INTEREST-AMT(PP-INDEX)   TO WS-PP-INTEREST-AMT.
           IF  PPT-MAX-DAYS(PP-INDEX) > WS-PP-MAX-DAYS
               MOVE PPT-MAX-DAYS(PP-INDEX)  TO WS-PP-MAX-DAYS
           END-IF.
           MOVE PPY-DETAIL-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           SET PP-INDEX UP BY 1.
      *----------------------------------------------------------*
       5700-PRINT-AUTH-HOLDS.
      *----------------------------------------------------------*
           MOVE AUTH-HEADING-LINE-1         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE AUTH-HEADING-LINE-2         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE HEADING-LINE-4              TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 5710-PRINT-ONE-AUTH-HOLD
               VARYING AH-INDEX FROM 1 BY 1
                   UNTIL AH-INDEX > AUTH-HOLD-COUNT.
           MOVE WS-AUTH-PENDED-COUNT        TO ATH-PENDED-COUNT.
           MOVE WS-AUTH-REDUCED-COUNT       TO ATH-REDUCED-COUNT.
           MOVE WS-AUTH-REDUCED-TOTAL       TO ATH-REDUCED-TOTAL.
           MOVE AUTH-TOTAL-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *----------------------------------------------------------*
       5710-PRINT-ONE-AUTH-HOLD.
      *----------------------------------------------------------*
           MOVE AHT-POLICY-NO(AH-INDEX)     TO ADL-POLICY-NO.
           MOVE AHT-FIRST-NAME(AH-INDEX)    TO ADL-FIRST-NAME.
           MOVE AHT-LAST-NAME(AH-INDEX)     TO ADL-LAST-NAME.
           MOVE AHT-PROC-CODE(AH-INDEX)     TO ADL-PROC-CODE.
           MOVE AHT-RECEIVED-DATE(AH-INDEX) TO ADL-RECEIVED-DATE.
           MOVE AHT-CLAIM-AMOUNT(AH-INDEX)  TO ADL-CLAIM-AMOUNT.
           MOVE AHT-ACTION(AH-INDEX)        TO ADL-ACTION.
           MOVE AHT-REDUCTION(AH-INDEX)     TO ADL-REDUCTION.
           MOVE AUTH-DETAIL-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *----------------------------------------------------------*
       5800-PRINT-ADJUSTMENTS.
      *----------------------------------------------------------*
           MOVE ADJ-HEADING-LINE-1          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE ADJ-HEADING-LINE-2          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE HEADING-LINE-4              TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 5810-PRINT-ONE-ADJUSTMENT
               VARYING CJ-INDEX FROM 1 BY 1
                   UNTIL CJ-INDEX > CLAIM-ADJ-COUNT.
           MOVE WS-ADJ-APPLIED-COUNT        TO AJT-APPLIED-COUNT.
           MOVE WS-ADJ-REJECTED-COUNT       TO AJT-REJECTED-COUNT.
           MOVE WS-ADJ-RECOVERY-TOTAL       TO AJT-RECOVERY-TOTAL.
           MOVE ADJ-TOTAL-LINE              TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-OFFSET-COUNT             TO OTL-OFFSET-COUNT.
           MOVE WS-OFFSET-TOTAL             TO OTL-OFFSET-TOTAL.
           MOVE WS-RECV-OPEN-COUNT          TO OTL-OPEN-COUNT.
           MOVE WS-RECV-OPEN-TOTAL          TO OTL-OPEN-TOTAL.
           MOVE OFFSET-TOTAL-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *----------------------------------------------------------*
       5810-PRINT-ONE-ADJUSTMENT.
      *----------------------------------------------------------*
           MOVE CJT-POLICY-NO(CJ-INDEX)     TO AJL-POLICY-NO.
           MOVE CJT-BENEFIT-DATE(CJ-INDEX)  TO AJL-BENEFIT-DATE.
           MOVE CJT-CLAIM-SEQ(CJ-INDEX)     TO AJL-CLAIM-SEQ.
           MOVE CJT-TRAN-TYPE(CJ-INDEX)     TO AJL-TRAN-TYPE.
           MOVE CJT-ORIGINAL-PAID(CJ-INDEX) TO AJL-ORIGINAL-PAID.
           MOVE CJT-CORRECT-PAID(CJ-INDEX)  TO AJL-CORRECT-PAID.
           MOVE CJT-RECOVERY-AMT(CJ-INDEX)  TO AJL-RECOVERY-AMT.
           MOVE CJT-CEDED-REVERSED(CJ-INDEX)
                                            TO AJL-CEDED-REVERSED.
           MOVE CJT-RESULT(CJ-INDEX)        TO AJL-RESULT.
           MOVE ADJ-DETAIL-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *----------------------------------------------------------*
       2420-WRITE-APPEAL-CANDIDATE.
      *----------------------------------------------------------*
           MOVE WS-EOB-REJECT-REASON        TO AP-REASON.
           MOVE CLAIM-RECORD-WS             TO AP-CLAIM-RECORD.
           WRITE APPEAL-RECORD.
           ADD 1                            TO WS-APPEAL-RECORDS.
      *----------------------------------------------------------*
       2350-WRITE-PAYMENT-TRAILER.
      *----------------------------------------------------------*
           IF  CLAIM-AMOUNT <= POLICY-AMOUNT
               MOVE 'Y'                        TO VALID-CLAIM-SW
               PERFORM 2120-APPLY-FEE-SCHEDULE
               PERFORM 2125-APPLY-NETWORK-PRICING
               PERFORM 2130-CHECK-AUTHORIZATION
           ELSE
               PERFORM 2200-STORE-REJECTED-CLAIM
           END-IF.
           IF  VALID-CLAIM
               COMPUTE WS-DEDUCTABLE-AMT       =
                   POLICY-AMOUNT               *
                   WS-DEDUCTABLE-PCT
                       WS-DED-APPLIED      -
                       (WS-POLICY-COINSURANCE-NUM  *
                        (WS-PRICED-AMOUNT - WS-DED-APPLIED))
               IF  WS-OUT-OF-NETWORK
                   PERFORM 2128-TOTAL-OUT-OF-NETWORK
               END-IF
               ADD WS-DED-APPLIED              TO
                   DAT-DED-PAID(DA-INDEX)
               MOVE WS-DED-APPLIED             TO
                   DL1-POLICY-DED-PAID
           END-IF.
      *----------------------------------------------------------*
       2120-APPLY-FEE-SCHEDULE.
      *    SCHEDULE PRICE AT BILLED, AS BEFORE.
           MOVE CLAIM-AMOUNT                TO WS-PRICED-AMOUNT.
           MOVE ZERO                        TO WS-FEE-REDUCTION.
           MOVE SPACE                       TO WS-AUTH-RULE.
           MOVE ZERO                        TO WS-AUTH-REDUCE-PCT.
           SET FS-INDEX TO 1.
           SEARCH FEE-SCHED-TABLE
               AT END
                   CONTINUE
               WHEN FST-PROC-CODE(FS-INDEX) = CLAIM-PROC-CODE
                AND FST-POLICY-TYPE(FS-INDEX) = POLICY-TYPE
                   MOVE FST-AUTH-RULE(FS-INDEX)
                                            TO WS-AUTH-RULE
                   MOVE FST-AUTH-REDUCE-PCT(FS-INDEX)
                                            TO WS-AUTH-REDUCE-PCT
                   IF  CLAIM-AMOUNT > FST-ALLOWED-AMT(FS-INDEX)
                       MOVE FST-ALLOWED-AMT(FS-INDEX)
                                            TO WS-PRICED-AMOUNT
                       ADD 1                TO WS-FEE-REDUCED-COUNT
                       ADD WS-FEE-REDUCTION TO WS-FEE-REDUCED-TOTAL
                   END-IF.
      *----------------------------------------------------------*
       2125-APPLY-NETWORK-PRICING.
      *----------------------------------------------------------*
      *    A CLAIM FROM A PROVIDER OUTSIDE OUR NETWORK ON THE DATE
      *    IT WAS RECEIVED IS PRICED ON THE POLICY TYPE'S OUT-OF-
      *    NETWORK PERCENTAGE OF THE ALLOWED AMOUNT, AND THE INSURED
      *    BEARS THE TYPE'S OUT-OF-NETWORK COINSURANCE WHERE THAT IS
      *    HIGHER THAN THE POLICY'S.  A CLAIM NAMING NO PROVIDER IS
      *    PRICED AS BEFORE; ONE NAMING A PROVIDER NOT ON PROVREF IS
      *    OUT OF NETWORK.
           MOVE SPACE                       TO WS-NETWORK-STATUS.
           MOVE ZERO                        TO WS-OON-ALLOWED-CUT
                                               WS-OON-COINS-EXTRA.
           MOVE WS-POLICY-COINSURANCE-NUM   TO WS-IN-NETWORK-COINS-NUM.
           IF  CLAIM-PROVIDER-CODE NOT = SPACE
               MOVE 'O'                     TO WS-NETWORK-STATUS
               SET PV-INDEX TO 1
               SEARCH PROVIDER-TABLE
                   AT END
                       CONTINUE
                   WHEN PRT-PROVIDER-CODE(PV-INDEX) =
                        CLAIM-PROVIDER-CODE
                       PERFORM 2126-CHECK-PARTICIPATION
               END-SEARCH
               IF  WS-OUT-OF-NETWORK
                   PERFORM 2127-PRICE-OUT-OF-NETWORK
               END-IF
           END-IF.
      *----------------------------------------------------------*
       2126-CHECK-PARTICIPATION.
      *----------------------------------------------------------*
           IF  PRT-IN-NETWORK(PV-INDEX)
           AND PRT-NETWORK-EFF-DATE(PV-INDEX) <= CLAIM-RECEIVED-DATE
           AND (PRT-NETWORK-TERM-DATE(PV-INDEX) = ZERO
             OR PRT-NETWORK-TERM-DATE(PV-INDEX) >= CLAIM-RECEIVED-DATE)
               MOVE 'I'                     TO WS-NETWORK-STATUS.
      *----------------------------------------------------------*
       2127-PRICE-OUT-OF-NETWORK.
      *----------------------------------------------------------*
           IF  POLICY-TYPE >= 1 AND POLICY-TYPE <= 3
               SET NP-INDEX                 TO POLICY-TYPE
           ELSE
               SET NP-INDEX                 TO 1
           END-IF.
           IF  NPT-OON-ALLOWED-PCT(NP-INDEX) < 100
               DIVIDE NPT-OON-ALLOWED-PCT(NP-INDEX) BY 100
                   GIVING WS-OON-ALLOWED-RATE
               COMPUTE WS-OON-ALLOWED-CUT ROUNDED =
                   WS-PRICED-AMOUNT -
                   (WS-PRICED-AMOUNT * WS-OON-ALLOWED-RATE)
               SUBTRACT WS-OON-ALLOWED-CUT  FROM WS-PRICED-AMOUNT
           END-IF.
           IF  NPT-OON-COINS-PCT(NP-INDEX) > POLICY-COINSURANCE
               DIVIDE NPT-OON-COINS-PCT(NP-INDEX) BY 100
                   GIVING WS-POLICY-COINSURANCE-NUM
               MOVE WS-POLICY-COINSURANCE-NUM
                                            TO DL1-POLICY-COINS-PCT
           END-IF.
      *----------------------------------------------------------*
       2128-TOTAL-OUT-OF-NETWORK.
      *----------------------------------------------------------*
      *    THE EXTRA COINSURANCE IS FIGURED ON WHAT IS LEFT OF THE
      *    REDUCED ALLOWED AMOUNT AFTER THE DEDUCTIBLE.
           MOVE ZERO                        TO WS-OON-COINS-EXTRA.
           IF  WS-POLICY-COINSURANCE-NUM > WS-IN-NETWORK-COINS-NUM
               SUBTRACT WS-IN-NETWORK-COINS-NUM
                   FROM WS-POLICY-COINSURANCE-NUM
                   GIVING WS-OON-COINS-RATE-DIFF
               COMPUTE WS-OON-COINS-EXTRA ROUNDED =
                   WS-OON-COINS-RATE-DIFF *
                   (WS-PRICED-AMOUNT - WS-DED-APPLIED)
               IF  WS-OON-COINS-EXTRA < ZERO
                   MOVE ZERO                TO WS-OON-COINS-EXTRA.
           ADD 1                            TO WS-OON-COUNT.
           ADD WS-OON-ALLOWED-CUT           TO WS-OON-TOTAL.
           ADD WS-OON-COINS-EXTRA           TO WS-OON-TOTAL.
      *----------------------------------------------------------*
       2130-CHECK-AUTHORIZATION.
      *----------------------------------------------------------*
      *    A PROCEDURE FLAGGED ON THE FEE SCHEDULE AS NEEDING PRIOR
      *    AUTHORIZATION MUST HAVE AN APPROVAL ON AUTHFILE FOR THE
      *    POLICY AND PROCEDURE COVERING THE CLAIM RECEIVED DATE.
      *    WITH ONE, THE CLAIM PRICES ON NO MORE THAN THE APPROVED
      *    AMOUNT.  WITHOUT ONE THE PROCEDURE'S RULE DECIDES - PEND
      *    THE CLAIM UNPAID, OR PAY IT ON A REDUCED ALLOWANCE.
           MOVE ZERO                        TO WS-AUTH-REDUCTION.
           IF  WS-AUTH-REQUIRED
               PERFORM 2135-FIND-AUTHORIZATION
               IF  AUTH-FOUND
                   IF  WS-PRICED-AMOUNT > PAT-APPROVED-AMT(PA-INDEX)
                       MOVE PAT-APPROVED-AMT(PA-INDEX)
                                            TO WS-PRICED-AMOUNT
                   END-IF
               ELSE
                   IF  WS-AUTH-PEND
                       PERFORM 2140-PEND-FOR-AUTHORIZATION
                   ELSE
                       PERFORM 2145-REDUCE-FOR-AUTHORIZATION
                   END-IF
               END-IF
           END-IF.
      *----------------------------------------------------------*
       2135-FIND-AUTHORIZATION.
      *----------------------------------------------------------*
           MOVE 'N'                         TO AUTH-FOUND-SW.
           SET PA-INDEX TO 1.
           SEARCH AUTH-TABLE
               AT END
                   CONTINUE
               WHEN PAT-POLICY-NO(PA-INDEX) = INSURED-POLICY-NO
                AND PAT-PROC-CODE(PA-INDEX) = CLAIM-PROC-CODE
                AND PAT-FROM-DATE(PA-INDEX) <= CLAIM-RECEIVED-DATE
                AND PAT-THRU-DATE(PA-INDEX) >= CLAIM-RECEIVED-DATE
                   MOVE 'Y'                 TO AUTH-FOUND-SW.
      *----------------------------------------------------------*
       2140-PEND-FOR-AUTHORIZATION.
      *----------------------------------------------------------*
      *    THE PENDED CLAIM IS NOT PAID.  IT GOES BACK TO THE INSURED
      *    ON THE EOB, OPENS AN APPEAL CANDIDATE, AND IS WRITTEN TO
      *    THE PEND FILE FOR THE SUSPENSE REPAIR RUN.
           MOVE 'N'                         TO VALID-CLAIM-SW.
           ADD 1                            TO WS-AUTH-PENDED-COUNT.
           PERFORM 2148-STORE-AUTH-HOLD.
           MOVE 'PENDED - NO AUTH'          TO WS-EOB-REJECT-REASON.
           PERFORM 2410-WRITE-EOB-REJECT-RECORD.
           PERFORM 2420-WRITE-APPEAL-CANDIDATE.
           MOVE SPACE                       TO AUTH-PEND-RECORD.
           MOVE '09'                        TO APD-ERROR-CODE.
           MOVE WS-CURRENT-DATE-NUM         TO APD-DATE-SUSPENDED.
           MOVE CLAIM-RECORD-WS             TO APD-CLAIM-RECORD.
           WRITE AUTH-PEND-RECORD.
           ADD 1                            TO WS-AUTH-PEND-RECORDS.
      *----------------------------------------------------------*
       2145-REDUCE-FOR-AUTHORIZATION.
      *----------------------------------------------------------*
           COMPUTE WS-AUTH-REDUCTION ROUNDED =
               WS-PRICED-AMOUNT * (100 - WS-AUTH-REDUCE-PCT) / 100.
           IF  WS-AUTH-REDUCTION < ZERO
               MOVE ZERO                    TO WS-AUTH-REDUCTION.
           SUBTRACT WS-AUTH-REDUCTION       FROM WS-PRICED-AMOUNT.
           ADD 1                            TO WS-AUTH-REDUCED-COUNT.
           ADD WS-AUTH-REDUCTION            TO WS-AUTH-REDUCED-TOTAL.
           PERFORM 2148-STORE-AUTH-HOLD.
      *----------------------------------------------------------*
       2148-STORE-AUTH-HOLD.
      *----------------------------------------------------------*
           IF  AUTH-HOLD-COUNT = 500
               DISPLAY 'MIDTERM - AUTH HOLD TABLE FULL, NOT LISTED: '
                   INSURED-POLICY-NO
           ELSE
               ADD 1                        TO AUTH-HOLD-COUNT
               SET AH-INDEX                 TO AUTH-HOLD-COUNT
               MOVE INSURED-POLICY-NO       TO AHT-POLICY-NO(AH-INDEX)
               MOVE INSURED-FIRST-NAME      TO
                   AHT-FIRST-NAME(AH-INDEX)
               MOVE INSURED-LAST-NAME       TO AHT-LAST-NAME(AH-INDEX)
               MOVE CLAIM-PROC-CODE         TO AHT-PROC-CODE(AH-INDEX)
               MOVE CLAIM-RECEIVED-DATE-X   TO
                   AHT-RECEIVED-DATE(AH-INDEX)
               MOVE CLAIM-AMOUNT            TO
                   AHT-CLAIM-AMOUNT(AH-INDEX)
               MOVE WS-AUTH-REDUCTION       TO
                   AHT-REDUCTION(AH-INDEX)
               IF  WS-AUTH-PEND
                   MOVE 'PENDED'            TO AHT-ACTION(AH-INDEX)
               ELSE
                   MOVE 'REDUCED'           TO AHT-ACTION(AH-INDEX).
      *----------------------------------------------------------*
       2200-STORE-REJECTED-CLAIM.
      *----------------------------------------------------------*
                  ' EXCEEDS POLICY AMOUNT ' POLICY-AMOUNT
               DELIMITED BY SIZE INTO AL-BODY.
           WRITE ALERT-RECORD.
           ADD 1                     TO WS-ALERT-RECORDS.
      *----------------------------------------------------------*
       2060-ACCUMULATE-EXPOSURE.
      *----------------------------------------------------------*
               MOVE FS-POLICY-TYPE          TO
                   FST-POLICY-TYPE(FS-INDEX)
               MOVE FS-ALLOWED-AMT          TO
                   FST-ALLOWED-AMT(FS-INDEX)
               MOVE FS-AUTH-RULE            TO FST-AUTH-RULE(FS-INDEX)
               MOVE FS-AUTH-REDUCE-PCT      TO
                   FST-AUTH-REDUCE-PCT(FS-INDEX).
           PERFORM 8095-READ-FEE-SCHED.
      *----------------------------------------------------------*
       1180-LOAD-PROMPT-PAY-TABLE.
      *----------------------------------------------------------*
           OPEN INPUT PROMPT-PAY-FILE.
           PERFORM 8098-READ-PROMPT-PAY.
           PERFORM 1185-STORE-PROMPT-PAY-RECORD
               UNTIL PROMPT-PAY-EOF.
           CLOSE PROMPT-PAY-FILE.
      *----------------------------------------------------------*
       1185-STORE-PROMPT-PAY-RECORD.
      *----------------------------------------------------------*
           IF  PP-POLICY-TYPE >= 1 AND PP-POLICY-TYPE <= 3
               SET PP-INDEX                TO PP-POLICY-TYPE
               MOVE PP-STATE-CODE          TO PPT-STATE-CODE(PP-INDEX)
               MOVE PP-LIMIT-DAYS          TO PPT-LIMIT-DAYS(PP-INDEX)
               MOVE PP-INTEREST-RATE       TO
                   PPT-INTEREST-RATE(PP-INDEX).
           PERFORM 8098-READ-PROMPT-PAY.
      *----------------------------------------------------------*
       1190-LOAD-PROVIDER-TABLE.
      *----------------------------------------------------------*
           OPEN INPUT PROVIDER-REF-FILE.
           PERFORM 8099-READ-PROVIDER-REF.
           PERFORM 1195-STORE-PROVIDER-RECORD
               UNTIL PROVIDER-EOF.
           CLOSE PROVIDER-REF-FILE.
      *----------------------------------------------------------*
       1195-STORE-PROVIDER-RECORD.
      *----------------------------------------------------------*
           IF  PROVIDER-COUNT = 500
               DISPLAY 'MIDTERM - PROVIDER TABLE FULL, IGNORED: '
                   PR-PROVIDER-CODE
           ELSE
               ADD 1                        TO PROVIDER-COUNT
               SET PV-INDEX                 TO PROVIDER-COUNT
               MOVE PR-PROVIDER-CODE        TO
                   PRT-PROVIDER-CODE(PV-INDEX)
               MOVE PR-PROVIDER-NAME        TO
                   PRT-PROVIDER-NAME(PV-INDEX)
               MOVE PR-NETWORK-STATUS       TO
                   PRT-NETWORK-STATUS(PV-INDEX)
               IF  PR-NETWORK-EFF-DATE NUMERIC
                   MOVE PR-NETWORK-EFF-DATE TO
                       PRT-NETWORK-EFF-DATE(PV-INDEX)
               END-IF
               IF  PR-NETWORK-TERM-DATE NUMERIC
                   MOVE PR-NETWORK-TERM-DATE TO
                       PRT-NETWORK-TERM-DATE(PV-INDEX).
           PERFORM 8099-READ-PROVIDER-REF.
      *----------------------------------------------------------*
       1220-LOAD-NETWORK-PARM-TABLE.
      *----------------------------------------------------------*
           OPEN INPUT NETWORK-PARM-FILE.
           PERFORM 8097-READ-NETWORK-PARM.
           PERFORM 1225-STORE-NETWORK-PARM-RECORD
               UNTIL NETWORK-PARM-EOF.
           CLOSE NETWORK-PARM-FILE.
      *----------------------------------------------------------*
       1225-STORE-NETWORK-PARM-RECORD.
      *----------------------------------------------------------*
           IF  NP-POLICY-TYPE >= 1 AND NP-POLICY-TYPE <= 3
               SET NP-INDEX                TO NP-POLICY-TYPE
               MOVE NP-OON-ALLOWED-PCT     TO
                   NPT-OON-ALLOWED-PCT(NP-INDEX)
               MOVE NP-OON-COINS-PCT       TO
                   NPT-OON-COINS-PCT(NP-INDEX).
           PERFORM 8097-READ-NETWORK-PARM.
      *----------------------------------------------------------*
       1200-LOAD-AUTH-TABLE.
      *----------------------------------------------------------*
           OPEN INPUT AUTH-FILE.
           PERFORM 8100-READ-AUTH-FILE.
           PERFORM 1205-STORE-AUTH-RECORD
               UNTIL AUTH-EOF.
           CLOSE AUTH-FILE.
      *----------------------------------------------------------*
       1205-STORE-AUTH-RECORD.
      *----------------------------------------------------------*
           IF  AUTH-COUNT = 2000
               DISPLAY 'MIDTERM - AUTH TABLE FULL, IGNORED: '
                   PA-POLICY-NO ' ' PA-PROC-CODE
           ELSE
               ADD 1                        TO AUTH-COUNT
               SET PA-INDEX                 TO AUTH-COUNT
               MOVE PA-POLICY-NO            TO PAT-POLICY-NO(PA-INDEX)
               MOVE PA-PROC-CODE            TO PAT-PROC-CODE(PA-INDEX)
               MOVE PA-FROM-DATE            TO PAT-FROM-DATE(PA-INDEX)
               MOVE PA-THRU-DATE            TO PAT-THRU-DATE(PA-INDEX)
               MOVE PA-APPROVED-AMT         TO
                   PAT-APPROVED-AMT(PA-INDEX).
           PERFORM 8100-READ-AUTH-FILE.
      *----------------------------------------------------------*
       1210-LOAD-OVERPAY-TABLE.
      *----------------------------------------------------------*
           PERFORM 8120-READ-OVERPAY-OLD.
           PERFORM 1215-STORE-OVERPAY-RECORD
               UNTIL OVERPAY-EOF.
      *----------------------------------------------------------*
       1215-STORE-OVERPAY-RECORD.
      *----------------------------------------------------------*
           MOVE OR-POLICY-NO                TO WS-PART-TEST-POLICY.
           PERFORM 1040-CHECK-PARTITION.
           IF  WS-IN-PARTITION
               PERFORM 1216-ADD-OVERPAY-ENTRY.
           PERFORM 8120-READ-OVERPAY-OLD.
      *----------------------------------------------------------*
       1216-ADD-OVERPAY-ENTRY.
      *----------------------------------------------------------*
           IF  OVERPAY-RECV-COUNT = 2000
               PERFORM 9980-RECV-TABLE-ERROR.
           ADD 1                            TO OVERPAY-RECV-COUNT.
           SET OV-INDEX                     TO OVERPAY-RECV-COUNT.
           MOVE OVERPAY-RECV-RECORD         TO
               OVERPAY-RECV-ENTRY(OV-INDEX).
      *----------------------------------------------------------*
       1150-LOAD-EXPOSURE-TABLE.
      *----------------------------------------------------------*
               TO EXN-CLAIM-AMOUNT-PAID.
           WRITE EXPOSURE-NEW-RECORD.
           SET EXP-INDEX UP BY 1.
      *----------------------------------------------------------*
       7700-WRITE-PROVIDER-REMITTANCE.
      *----------------------------------------------------------*
      *    ONE CONSOLIDATED PAYMENT AND ONE REMITTANCE ADVICE FOR
      *    EVERY PROVIDER PAID ON ASSIGNMENT IN THIS RUN - IN A
      *    PARTITION, THE ADVICE IS LEFT TO MIDMERGE.  THE
      *    PAYMENT DETAILS GO AHEAD OF THE PAYFILE TRAILER SO THEY
      *    ARE IN ITS COUNT AND DOLLAR HASH.  A CLAIM HELD FOR
      *    WATCH-LIST REVIEW IS NOT ON EITHER UNTIL IT IS RELEASED.
           MOVE WS-CURRENT-MM IN WS-CURRENT-DATE IN WS-CURRENT-DATE-DATA
               IN WS-SWITCHES-SUBSCRIPTS-MISC  TO RH1-MONTH.
           MOVE WS-CURRENT-DD               TO RH1-DAY.
           MOVE WS-CURRENT-YY               TO RH1-YEAR.
           PERFORM 7710-REMIT-ONE-PROVIDER
               VARYING PV-INDEX FROM 1 BY 1
                   UNTIL PV-INDEX > PROVIDER-COUNT.
      *----------------------------------------------------------*
       7710-REMIT-ONE-PROVIDER.
      *----------------------------------------------------------*
           IF  PRT-CLAIM-COUNT(PV-INDEX) > ZERO
               ADD 1                        TO WS-REMIT-PROVIDER-COUNT
               COMPUTE WS-REMIT-PAYMENT =
                   PRT-PAID-AMT(PV-INDEX) + PRT-INTEREST-AMT(PV-INDEX)
               IF  WS-REMIT-PAYMENT > ZERO
                   PERFORM 7720-WRITE-PROVIDER-PAYMENT
               END-IF
               IF  WS-PARTITIONED-RUN
                   PERFORM 7760-WRITE-REMIT-ITEM
                       VARYING RI-INDEX FROM 1 BY 1
                           UNTIL RI-INDEX > REMIT-ITEM-COUNT
               ELSE
                   MOVE ZERO                TO WS-REMIT-PAGE-COUNT
                   PERFORM 7730-PRINT-REMIT-HEADING
                   PERFORM 7740-PRINT-ONE-REMIT-ITEM
                       VARYING RI-INDEX FROM 1 BY 1
                           UNTIL RI-INDEX > REMIT-ITEM-COUNT
                   PERFORM 7750-PRINT-REMIT-TOTALS.
      *----------------------------------------------------------*
       7720-WRITE-PROVIDER-PAYMENT.
      *----------------------------------------------------------*
           MOVE SPACE                       TO PAYMENT-RECORD.
           MOVE 'D'                         TO PAY-REC-TYPE.
           MOVE PRT-PROVIDER-CODE(PV-INDEX) TO PAY-PROVIDER-CODE.
           MOVE PRT-PROVIDER-NAME(PV-INDEX) TO PAY-PROVIDER-NAME.
           MOVE PRT-CLAIM-COUNT(PV-INDEX)   TO PAY-PROVIDER-CLAIMS.
           MOVE WS-REMIT-PAYMENT            TO PAY-PROVIDER-AMOUNT.
           MOVE PRT-INTEREST-AMT(PV-INDEX)  TO PAY-PROVIDER-INTEREST.
           MOVE 'P'                         TO PAY-PAYEE-TYPE.
           WRITE PAYMENT-RECORD.
           ADD 1                            TO WS-PAY-COUNT.
           ADD PAY-PROVIDER-AMOUNT          TO WS-PAY-HASH.
           IF  WS-PC-PERIOD-CLOSED
               MOVE PAY-PROVIDER-CODE       TO PLL-KEY
               MOVE PAY-PROVIDER-AMOUNT     TO PLL-AMOUNT
               PERFORM 2305-LIST-PERIOD-LOCK.
      *----------------------------------------------------------*
       7730-PRINT-REMIT-HEADING.
      *----------------------------------------------------------*
           ADD 1                            TO WS-REMIT-PAGE-COUNT.
           MOVE WS-REMIT-PAGE-COUNT         TO RH1-PAGE-COUNT.
           MOVE RMT-HEADING-LINE-1          TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING PAGE.
           MOVE PRT-PROVIDER-CODE(PV-INDEX) TO RPL-PROVIDER-CODE.
           MOVE PRT-PROVIDER-NAME(PV-INDEX) TO RPL-PROVIDER-NAME.
           MOVE RMT-PROVIDER-LINE           TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING 2.
           MOVE RMT-COLUMN-LINE             TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING 2.
           MOVE HEADING-LINE-4              TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING 1.
           MOVE 7                           TO WS-REMIT-LINE-COUNT.
      *----------------------------------------------------------*
       7740-PRINT-ONE-REMIT-ITEM.
      *----------------------------------------------------------*
           IF  RIT-PROVIDER-CODE(RI-INDEX) = PRT-PROVIDER-CODE(PV-INDEX)
               IF  WS-REMIT-LINE-COUNT > LINES-ON-PAGE
                   PERFORM 7730-PRINT-REMIT-HEADING
               END-IF
               MOVE RIT-POLICY-NO(RI-INDEX)    TO RDL-POLICY-NO
               MOVE RIT-LAST-NAME(RI-INDEX)    TO RDL-LAST-NAME
               MOVE RIT-FIRST-NAME(RI-INDEX)   TO RDL-FIRST-NAME
               MOVE RIT-PROC-CODE(RI-INDEX)    TO RDL-PROC-CODE
               MOVE RIT-BILLED-AMT(RI-INDEX)   TO RDL-BILLED
               MOVE RIT-ALLOWED-AMT(RI-INDEX)  TO RDL-ALLOWED
               MOVE RIT-DED-AMT(RI-INDEX)      TO RDL-DEDUCTIBLE
               MOVE RIT-COINS-AMT(RI-INDEX)    TO RDL-COINSURANCE
               MOVE RIT-PAID-AMT(RI-INDEX)     TO RDL-PAID
               MOVE RIT-INTEREST-AMT(RI-INDEX) TO RDL-INTEREST
               MOVE RMT-DETAIL-LINE            TO REMIT-LINE
               WRITE REMIT-RECORD AFTER ADVANCING 1
               ADD 1                           TO WS-REMIT-LINE-COUNT.
      *----------------------------------------------------------*
       7750-PRINT-REMIT-TOTALS.
      *----------------------------------------------------------*
           MOVE HEADING-LINE-4              TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING 1.
           MOVE PRT-CLAIM-COUNT(PV-INDEX)   TO RTL-CLAIM-COUNT.
           MOVE PRT-BILLED-AMT(PV-INDEX)    TO RTL-BILLED.
           MOVE PRT-ALLOWED-AMT(PV-INDEX)   TO RTL-ALLOWED.
           MOVE PRT-DED-AMT(PV-INDEX)       TO RTL-DEDUCTIBLE.
           MOVE PRT-COINS-AMT(PV-INDEX)     TO RTL-COINSURANCE.
           MOVE PRT-PAID-AMT(PV-INDEX)      TO RTL-PAID.
           MOVE PRT-INTEREST-AMT(PV-INDEX)  TO RTL-INTEREST.
           MOVE RMT-TOTAL-LINE              TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING 1.
           MOVE WS-REMIT-PAYMENT            TO RPY-PAYMENT-AMT.
           MOVE RMT-PAYMENT-LINE            TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       7760-WRITE-REMIT-ITEM.
      *----------------------------------------------------------*
           IF  RIT-PROVIDER-CODE(RI-INDEX) = PRT-PROVIDER-CODE(PV-INDEX)
               MOVE SPACE                   TO REMIT-ITEM-RECORD
               MOVE PRT-PROVIDER-CODE(PV-INDEX) TO RIR-PROVIDER-CODE
               MOVE PRT-PROVIDER-NAME(PV-INDEX) TO RIR-PROVIDER-NAME
               MOVE RIT-POLICY-NO(RI-INDEX)    TO RIR-POLICY-NO
               MOVE RIT-LAST-NAME(RI-INDEX)    TO RIR-LAST-NAME
               MOVE RIT-FIRST-NAME(RI-INDEX)   TO RIR-FIRST-NAME
               MOVE RIT-PROC-CODE(RI-INDEX)    TO RIR-PROC-CODE
               MOVE RIT-BILLED-AMT(RI-INDEX)   TO RIR-BILLED-AMT
               MOVE RIT-ALLOWED-AMT(RI-INDEX)  TO RIR-ALLOWED-AMT
               MOVE RIT-DED-AMT(RI-INDEX)      TO RIR-DED-AMT
               MOVE RIT-COINS-AMT(RI-INDEX)    TO RIR-COINS-AMT
               MOVE RIT-PAID-AMT(RI-INDEX)     TO RIR-PAID-AMT
               MOVE RIT-INTEREST-AMT(RI-INDEX) TO RIR-INTEREST-AMT
               WRITE REMIT-ITEM-RECORD.
      *----------------------------------------------------------*
       7800-WRITE-OVERPAY-MASTER.
      *----------------------------------------------------------*
      *    FULLY RECOVERED RECEIVABLES ARE DROPPED FROM THE MASTER.
           PERFORM 7810-WRITE-ONE-OVERPAY-RECORD
               VARYING OV-INDEX FROM 1 BY 1
                   UNTIL OV-INDEX > OVERPAY-RECV-COUNT.
      *----------------------------------------------------------*
       7810-WRITE-ONE-OVERPAY-RECORD.
      *----------------------------------------------------------*
           IF  ORT-BALANCE(OV-INDEX) > ZERO
               WRITE OVERPAY-NEW-RECORD
                   FROM OVERPAY-RECV-ENTRY(OV-INDEX)
               ADD 1                        TO WS-RECV-OPEN-COUNT
               ADD ORT-BALANCE(OV-INDEX)    TO WS-RECV-OPEN-TOTAL.
      *----------------------------------------------------------*
       1300-READ-CHECKPOINT-HEADER.
      *----------------------------------------------------------*
      *    A RESTART CARRIES ON AS THE RUN THAT TOOK THE CHECKPOINT -
      *    SAME RUN DATE, SAME COUNTS - SO ITS TRAILERS, MANIFESTS AND
      *    RUN LOG COME OUT AS AN UNINTERRUPTED RUN'S WOULD.
           OPEN INPUT CHECKPOINT-FILE.
           MOVE 'Y'                        TO WS-CKPT-OPEN-SW.
           PERFORM 8130-READ-CHECKPOINT.
           IF  WS-CKPT-EOF
           OR  NOT CK-HEADER
               MOVE 'NO CHECKPOINT HEADER ON MIDCKPT'
                                           TO WS-CKPT-ERROR-TEXT
               PERFORM 9990-CHECKPOINT-ERROR.
           MOVE 1                          TO WS-CKPT-RECORD-COUNT.
           MOVE CK-DATA                    TO CHECKPOINT-HEADER.
           IF  CKH-PARTITION-NO NOT = WS-PARTITION-NO
           OR  CKH-PART-LOW NOT = WS-PART-LOW
           OR  CKH-PART-HIGH NOT = WS-PART-HIGH
               MOVE 'PARTITION CARD DIFFERS FROM CHECKPOINT'
                                           TO WS-CKPT-ERROR-TEXT
               PERFORM 9990-CHECKPOINT-ERROR.
           MOVE CKH-RUN-DATE               TO WS-CURRENT-DATE-NUM.
           MOVE CKH-RUN-DATE
               TO WS-CURRENT-DATE IN WS-SWITCHES-SUBSCRIPTS-MISC.
           MOVE CKH-CLAIM-POSITION         TO WS-CLAIM-POSITION.
           MOVE CKH-RUN-LOG-COUNT          TO WS-RUN-LOG-COUNT.
           MOVE CKH-APPEAL-RECORDS         TO WS-APPEAL-RECORDS.
           MOVE CKH-AUTH-PEND-RECORDS      TO WS-AUTH-PEND-RECORDS.
           MOVE CKH-ALERT-RECORDS          TO WS-ALERT-RECORDS.
           MOVE CKH-WATCH-HIT-BASE         TO WS-WATCH-HIT-BASE.
           MOVE CKH-CLAIM-DEV-BASE         TO WS-CLAIM-DEV-BASE.
           MOVE CKH-MANIFEST-BASE          TO WS-MANIFEST-BASE.
           MOVE CKH-HELD-CARRIED-COUNT     TO WS-HELD-CARRIED-COUNT.
           MOVE CKH-PAY-HELD-COUNT         TO WS-PAY-HELD-COUNT.
           MOVE CKH-PAY-HELD-TOTAL         TO WS-PAY-HELD-TOTAL.
           MOVE CKH-PAY-RELEASED-COUNT     TO WS-PAY-RELEASED-COUNT.
           MOVE CKH-PAY-RELEASED-TOTAL     TO WS-PAY-RELEASED-TOTAL.
      *----------------------------------------------------------*
       1310-COPY-FORWARD-OUTPUTS.
      *----------------------------------------------------------*
      *    EACH OUTPUT OF THE FAILED RUN IS COPIED FORWARD AS FAR AS
      *    ITS RECORD COUNT AT THE CHECKPOINT.  WHATEVER IT WROTE
      *    AFTER THE CHECKPOINT IS DROPPED AND WRITTEN AGAIN AS THOSE
      *    CLAIMS ARE REPROCESSED, SO NO DETAIL APPEARS TWICE.  THE
      *    CLAIM REPORT IS NOT COPIED - THE RESTARTED RUN'S REPORT
      *    PICKS UP AT THE CHECKPOINT PAGE NUMBER.
           CLOSE WATCH-HIT-FILE.
           OPEN OUTPUT WATCH-HIT-FILE.
           PERFORM 1311-COPY-PAYMENT-PRIOR.
           PERFORM 1312-COPY-EOB-FEED-PRIOR.
           PERFORM 1313-COPY-CESSION-PRIOR.
           PERFORM 1314-COPY-APPEAL-PRIOR.
           PERFORM 1315-COPY-AUTH-PEND-PRIOR.
           PERFORM 1316-COPY-ALERT-PRIOR.
           PERFORM 1317-COPY-WATCH-HIT-PRIOR.
           PERFORM 1318-COPY-CLAIM-DEV-PRIOR.
           PERFORM 1319-COPY-MANIFEST-PRIOR.
           PERFORM 1320-COPY-HELD-PAY-PRIOR.
      *----------------------------------------------------------*
       1311-COPY-PAYMENT-PRIOR.
      *----------------------------------------------------------*
           MOVE 'PAYFILEP'                   TO WS-CKPT-PRIOR-ID.
           MOVE CKH-PAY-RECORDS TO WS-CKPT-COPY-TARGET.
           MOVE ZERO                       TO WS-CKPT-COPY-COUNT.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT PAYMENT-PRIOR.
           PERFORM 1321-COPY-PAYMENT-RECORD
               UNTIL WS-CKPT-COPY-COUNT = WS-CKPT-COPY-TARGET
                  OR WS-PRIOR-EOF.
           CLOSE PAYMENT-PRIOR.
           PERFORM 1330-CHECK-COPY-COUNT.
      *----------------------------------------------------------*
       1312-COPY-EOB-FEED-PRIOR.
      *----------------------------------------------------------*
           MOVE 'EOBFEEDP'                   TO WS-CKPT-PRIOR-ID.
           MOVE CKH-EOB-RECORDS TO WS-CKPT-COPY-TARGET.
           MOVE ZERO                       TO WS-CKPT-COPY-COUNT.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT EOB-FEED-PRIOR.
           PERFORM 1322-COPY-EOB-FEED-RECORD
               UNTIL WS-CKPT-COPY-COUNT = WS-CKPT-COPY-TARGET
                  OR WS-PRIOR-EOF.
           CLOSE EOB-FEED-PRIOR.
           PERFORM 1330-CHECK-COPY-COUNT.
      *----------------------------------------------------------*
       1313-COPY-CESSION-PRIOR.
      *----------------------------------------------------------*
           MOVE 'CESSBRDP'                   TO WS-CKPT-PRIOR-ID.
           MOVE CKH-CES-RECORDS TO WS-CKPT-COPY-TARGET.
           MOVE ZERO                       TO WS-CKPT-COPY-COUNT.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT CESSION-PRIOR.
           PERFORM 1323-COPY-CESSION-RECORD
               UNTIL WS-CKPT-COPY-COUNT = WS-CKPT-COPY-TARGET
                  OR WS-PRIOR-EOF.
           CLOSE CESSION-PRIOR.
           PERFORM 1330-CHECK-COPY-COUNT.
      *----------------------------------------------------------*
       1314-COPY-APPEAL-PRIOR.
      *----------------------------------------------------------*
           MOVE 'APPEALSP'                   TO WS-CKPT-PRIOR-ID.
           MOVE CKH-APPEAL-RECORDS TO WS-CKPT-COPY-TARGET.
           MOVE ZERO                       TO WS-CKPT-COPY-COUNT.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT APPEAL-PRIOR.
           PERFORM 1324-COPY-APPEAL-RECORD
               UNTIL WS-CKPT-COPY-COUNT = WS-CKPT-COPY-TARGET
                  OR WS-PRIOR-EOF.
           CLOSE APPEAL-PRIOR.
           PERFORM 1330-CHECK-COPY-COUNT.
      *----------------------------------------------------------*
       1315-COPY-AUTH-PEND-PRIOR.
      *----------------------------------------------------------*
           MOVE 'AUTHPNDP'                   TO WS-CKPT-PRIOR-ID.
           MOVE CKH-AUTH-PEND-RECORDS TO WS-CKPT-COPY-TARGET.
           MOVE ZERO                       TO WS-CKPT-COPY-COUNT.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT AUTH-PEND-PRIOR.
           PERFORM 1325-COPY-AUTH-PEND-RECORD
               UNTIL WS-CKPT-COPY-COUNT = WS-CKPT-COPY-TARGET
                  OR WS-PRIOR-EOF.
           CLOSE AUTH-PEND-PRIOR.
           PERFORM 1330-CHECK-COPY-COUNT.
      *----------------------------------------------------------*
       1316-COPY-ALERT-PRIOR.
      *----------------------------------------------------------*
           MOVE 'ALERTFLP'                   TO WS-CKPT-PRIOR-ID.
           MOVE CKH-ALERT-RECORDS TO WS-CKPT-COPY-TARGET.
           MOVE ZERO                       TO WS-CKPT-COPY-COUNT.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT ALERT-PRIOR.
           PERFORM 1326-COPY-ALERT-RECORD
               UNTIL WS-CKPT-COPY-COUNT = WS-CKPT-COPY-TARGET
                  OR WS-PRIOR-EOF.
           CLOSE ALERT-PRIOR.
           PERFORM 1330-CHECK-COPY-COUNT.
      *----------------------------------------------------------*
       1317-COPY-WATCH-HIT-PRIOR.
      *----------------------------------------------------------*
           MOVE 'WLHITSP'                   TO WS-CKPT-PRIOR-ID.
           MOVE CKH-WATCH-HIT-RECORDS TO WS-CKPT-COPY-TARGET.
           MOVE ZERO                       TO WS-CKPT-COPY-COUNT.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT WATCH-HIT-PRIOR.
           PERFORM 1327-COPY-WATCH-HIT-RECORD
               UNTIL WS-CKPT-COPY-COUNT = WS-CKPT-COPY-TARGET
                  OR WS-PRIOR-EOF.
           CLOSE WATCH-HIT-PRIOR.
           PERFORM 1330-CHECK-COPY-COUNT.
      *----------------------------------------------------------*
       1318-COPY-CLAIM-DEV-PRIOR.
      *----------------------------------------------------------*
           MOVE 'CLAIMDVP'                   TO WS-CKPT-PRIOR-ID.
           MOVE CKH-CLAIM-DEV-BASE TO WS-CKPT-COPY-TARGET.
           MOVE ZERO                       TO WS-CKPT-COPY-COUNT.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT CLAIM-DEV-PRIOR.
           PERFORM 1328-COPY-CLAIM-DEV-RECORD
               UNTIL WS-CKPT-COPY-COUNT = WS-CKPT-COPY-TARGET
                  OR WS-PRIOR-EOF.
           CLOSE CLAIM-DEV-PRIOR.
           PERFORM 1330-CHECK-COPY-COUNT.
      *----------------------------------------------------------*
       1319-COPY-MANIFEST-PRIOR.
      *----------------------------------------------------------*
           MOVE 'XMITMNFP'                   TO WS-CKPT-PRIOR-ID.
           MOVE CKH-MANIFEST-BASE TO WS-CKPT-COPY-TARGET.
           MOVE ZERO                       TO WS-CKPT-COPY-COUNT.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT XMIT-MANIFEST-PRIOR.
           PERFORM 1329-COPY-MANIFEST-RECORD
               UNTIL WS-CKPT-COPY-COUNT = WS-CKPT-COPY-TARGET
                  OR WS-PRIOR-EOF.
           CLOSE XMIT-MANIFEST-PRIOR.
           PERFORM 1330-CHECK-COPY-COUNT.
      *----------------------------------------------------------*
       1320-COPY-HELD-PAY-PRIOR.
      *----------------------------------------------------------*
           MOVE 'PAYHOLDP'                   TO WS-CKPT-PRIOR-ID.
           MOVE CKH-HELD-PAY-RECORDS TO WS-CKPT-COPY-TARGET.
           MOVE ZERO                       TO WS-CKPT-COPY-COUNT.
           MOVE 'N'                        TO WS-PRIOR-EOF-SW.
           OPEN INPUT HELD-PAY-PRIOR.
           PERFORM 1331-COPY-HELD-PAY-RECORD
               UNTIL WS-CKPT-COPY-COUNT = WS-CKPT-COPY-TARGET
                  OR WS-PRIOR-EOF.
           CLOSE HELD-PAY-PRIOR.
           PERFORM 1330-CHECK-COPY-COUNT.
      *----------------------------------------------------------*
       1321-COPY-PAYMENT-RECORD.
      *----------------------------------------------------------*
           READ PAYMENT-PRIOR
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               WRITE PAYMENT-RECORD FROM PAYMENT-PRIOR-RECORD
               ADD 1                       TO WS-CKPT-COPY-COUNT.
      *----------------------------------------------------------*
       1322-COPY-EOB-FEED-RECORD.
      *----------------------------------------------------------*
           READ EOB-FEED-PRIOR
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               WRITE EOB-FEED-RECORD FROM EOB-FEED-PRIOR-RECORD
               ADD 1                       TO WS-CKPT-COPY-COUNT.
      *----------------------------------------------------------*
       1323-COPY-CESSION-RECORD.
      *----------------------------------------------------------*
           READ CESSION-PRIOR
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               WRITE CESSION-RECORD FROM CESSION-PRIOR-RECORD
               ADD 1                       TO WS-CKPT-COPY-COUNT.
      *----------------------------------------------------------*
       1324-COPY-APPEAL-RECORD.
      *----------------------------------------------------------*
           READ APPEAL-PRIOR
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               WRITE APPEAL-RECORD FROM APPEAL-PRIOR-RECORD
               ADD 1                       TO WS-CKPT-COPY-COUNT.
      *----------------------------------------------------------*
       1325-COPY-AUTH-PEND-RECORD.
      *----------------------------------------------------------*
           READ AUTH-PEND-PRIOR
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               WRITE AUTH-PEND-RECORD FROM AUTH-PEND-PRIOR-RECORD
               ADD 1                       TO WS-CKPT-COPY-COUNT.
      *----------------------------------------------------------*
       1326-COPY-ALERT-RECORD.
      *----------------------------------------------------------*
           READ ALERT-PRIOR
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               WRITE ALERT-RECORD FROM ALERT-PRIOR-RECORD
               ADD 1                       TO WS-CKPT-COPY-COUNT.
      *----------------------------------------------------------*
       1327-COPY-WATCH-HIT-RECORD.
      *----------------------------------------------------------*
           READ WATCH-HIT-PRIOR
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               WRITE WATCH-HIT-RECORD FROM WATCH-HIT-PRIOR-RECORD
               ADD 1                       TO WS-CKPT-COPY-COUNT.
      *----------------------------------------------------------*
       1328-COPY-CLAIM-DEV-RECORD.
      *----------------------------------------------------------*
           READ CLAIM-DEV-PRIOR
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               WRITE CLAIM-DEV-RECORD FROM CLAIM-DEV-PRIOR-RECORD
               ADD 1                       TO WS-CKPT-COPY-COUNT.
      *----------------------------------------------------------*
       1329-COPY-MANIFEST-RECORD.
      *----------------------------------------------------------*
           READ XMIT-MANIFEST-PRIOR
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               WRITE XMIT-MANIFEST-RECORD
                   FROM XMIT-MANIFEST-PRIOR-RECORD
               ADD 1                       TO WS-CKPT-COPY-COUNT.
      *----------------------------------------------------------*
       1330-CHECK-COPY-COUNT.
      *----------------------------------------------------------*
           IF  WS-CKPT-COPY-COUNT < WS-CKPT-COPY-TARGET
               MOVE SPACE                  TO WS-CKPT-ERROR-TEXT
               STRING WS-CKPT-PRIOR-ID
                      ' SHORTER THAN ITS CHECKPOINT COUNT'
                   DELIMITED BY SIZE INTO WS-CKPT-ERROR-TEXT
               PERFORM 9990-CHECKPOINT-ERROR.
      *----------------------------------------------------------*
       1331-COPY-HELD-PAY-RECORD.
      *----------------------------------------------------------*
           READ HELD-PAY-PRIOR
               AT END MOVE 'Y' TO WS-PRIOR-EOF-SW.
           IF  NOT WS-PRIOR-EOF
               WRITE HELD-PAY-NEW-RECORD FROM HELD-PAY-PRIOR-RECORD
               ADD 1                       TO WS-CKPT-COPY-COUNT.
      *----------------------------------------------------------*
       1340-RESTORE-CHECKPOINT.
      *----------------------------------------------------------*
      *    THE REST OF THE CHECKPOINT REPLACES THE TABLES AND TOTALS
      *    JUST LOADED.  THE VOIDS AND ADJUSTMENTS WENT IN BEFORE THE
      *    FIRST CHECKPOINT AND ARE NOT APPLIED AGAIN.  CLAIMFL IS
      *    THEN READ PAST THE CLAIMS ALREADY PROCESSED.
           PERFORM 8130-READ-CHECKPOINT.
           PERFORM 1345-RESTORE-ONE-RECORD
               UNTIL WS-CKPT-EOF
                  OR WS-CKPT-END-FOUND.
           CLOSE CHECKPOINT-FILE.
           MOVE 'N'                        TO WS-CKPT-OPEN-SW.
           IF  NOT WS-CKPT-END-FOUND
               MOVE 'CHECKPOINT INCOMPLETE - NO END RECORD'
                                           TO WS-CKPT-ERROR-TEXT
               PERFORM 9990-CHECKPOINT-ERROR.
           PERFORM 1350-SKIP-ONE-CLAIM
               UNTIL WS-CKPT-SKIP-COUNT = WS-CLAIM-POSITION
                  OR END-OF-FILE.
           IF  WS-CKPT-SKIP-COUNT < WS-CLAIM-POSITION
               MOVE 'CLAIMFL ENDS BEFORE CHECKPOINT POSITION'
                                           TO WS-CKPT-ERROR-TEXT
               PERFORM 9990-CHECKPOINT-ERROR.
           MOVE CKH-PAGE-COUNT             TO PAGE-COUNT.
           MOVE 999                        TO LINE-COUNT.
           MOVE CKH-TAKEN-DATE             TO RNL-TAKEN-DATE.
           MOVE CKH-TAKEN-TIME             TO RNL-TAKEN-TIME.
           MOVE WS-CLAIM-POSITION          TO RNL-CLAIM-POSITION.
           MOVE RESTART-NOTICE-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           DISPLAY 'MIDTERM - RESTARTED AFTER CLAIM ' WS-CLAIM-POSITION.
      *----------------------------------------------------------*
       1345-RESTORE-ONE-RECORD.
      *----------------------------------------------------------*
           EVALUATE CK-REC-TYPE
               WHEN 'T'
                   MOVE CK-DATA            TO CHECKPOINT-TOTALS
                   PERFORM 1346-RESTORE-CHECKPOINT-TOTALS
               WHEN 'D'
                   SET DA-INDEX            TO CK-ENTRY-NO
                   MOVE CK-DATA            TO DED-ACCUM-TABLE(DA-INDEX)
               WHEN 'E'
                   SET EXP-INDEX           TO CK-ENTRY-NO
                   MOVE CK-DATA            TO EXPOSURE-ENTRY(EXP-INDEX)
               WHEN 'Y'
                   SET BY-INDEX            TO CK-ENTRY-NO
                   MOVE CK-DATA            TO
                       BENEFIT-YEAR-DEV-ENTRY(BY-INDEX)
               WHEN 'S'
                   SET CT-INDEX            TO CK-ENTRY-NO
                   MOVE CK-DATA            TO
                       CESSION-TOTAL-ENTRY(CT-INDEX)
               WHEN 'Q'
                   SET PP-INDEX            TO CK-ENTRY-NO
                   MOVE CK-DATA            TO PROMPT-PAY-ENTRY(PP-INDEX)
               WHEN 'V'
                   SET PV-INDEX            TO CK-ENTRY-NO
                   MOVE CK-DATA            TO PROVIDER-TABLE(PV-INDEX)
               WHEN 'I'
                   SET RI-INDEX            TO CK-ENTRY-NO
                   MOVE CK-DATA            TO REMIT-ITEM-TABLE(RI-INDEX)
               WHEN 'O'
                   SET OV-INDEX            TO CK-ENTRY-NO
                   MOVE CK-DATA            TO
                       OVERPAY-RECV-ENTRY(OV-INDEX)
               WHEN 'A'
                   SET AH-INDEX            TO CK-ENTRY-NO
                   MOVE CK-DATA            TO AUTH-HOLD-TABLE(AH-INDEX)
               WHEN 'J'
                   SET CJ-INDEX            TO CK-ENTRY-NO
                   MOVE CK-DATA            TO CLAIM-ADJ-ENTRY(CJ-INDEX)
               WHEN 'R'
                   SET RCT-INDEX           TO CK-ENTRY-NO
                   MOVE CK-DATA            TO
                       REJECTED-CLAIM-ENTRY(RCT-INDEX)
               WHEN 'Z'
                   MOVE 'Y'                TO WS-CKPT-END-SW
                   IF  CKZ-RECORD-COUNT NOT = WS-CKPT-RECORD-COUNT
                       MOVE 'CHECKPOINT RECORD COUNT OUT OF BALANCE'
                                           TO WS-CKPT-ERROR-TEXT
                       PERFORM 9990-CHECKPOINT-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE ON MIDCKPT'
                                           TO WS-CKPT-ERROR-TEXT
                   PERFORM 9990-CHECKPOINT-ERROR
           END-EVALUATE.
           IF  NOT WS-CKPT-END-FOUND
               ADD 1                       TO WS-CKPT-RECORD-COUNT
               PERFORM 8130-READ-CHECKPOINT.
      *----------------------------------------------------------*
       1346-RESTORE-CHECKPOINT-TOTALS.
      *----------------------------------------------------------*
           MOVE CKT-PAY-COUNT               TO WS-PAY-COUNT.
           MOVE CKT-PAY-HASH                TO WS-PAY-HASH.
           MOVE CKT-CES-COUNT               TO WS-CES-COUNT.
           MOVE CKT-CES-HASH                TO WS-CES-HASH.
           MOVE CKT-EOB-COUNT               TO WS-EOB-COUNT.
           MOVE CKT-ORPHAN-COUNT            TO WS-ORPHAN-COUNT.
           MOVE CKT-REJECTED-COUNT          TO WS-REJECTED-COUNT.
           MOVE CKT-FEE-REDUCED-COUNT       TO WS-FEE-REDUCED-COUNT.
           MOVE CKT-FEE-REDUCED-TOTAL       TO WS-FEE-REDUCED-TOTAL.
           MOVE CKT-AUTH-PENDED-COUNT       TO WS-AUTH-PENDED-COUNT.
           MOVE CKT-AUTH-REDUCED-COUNT      TO WS-AUTH-REDUCED-COUNT.
           MOVE CKT-AUTH-REDUCED-TOTAL      TO WS-AUTH-REDUCED-TOTAL.
           MOVE CKT-AUTH-HOLD-COUNT         TO AUTH-HOLD-COUNT.
           MOVE CKT-OFFSET-COUNT            TO WS-OFFSET-COUNT.
           MOVE CKT-OFFSET-TOTAL            TO WS-OFFSET-TOTAL.
           MOVE CKT-OVERPAY-RECV-COUNT      TO OVERPAY-RECV-COUNT.
           MOVE CKT-CLAIM-ADJ-COUNT         TO CLAIM-ADJ-COUNT.
           MOVE CKT-ADJ-APPLIED-COUNT       TO WS-ADJ-APPLIED-COUNT.
           MOVE CKT-ADJ-REJECTED-COUNT      TO WS-ADJ-REJECTED-COUNT.
           MOVE CKT-ADJ-RECOVERY-TOTAL      TO WS-ADJ-RECOVERY-TOTAL.
           MOVE CKT-REMIT-ITEM-COUNT        TO REMIT-ITEM-COUNT.
           MOVE CKT-ASSIGNED-COUNT          TO WS-ASSIGNED-COUNT.
           MOVE CKT-ASSIGNED-TOTAL          TO WS-ASSIGNED-TOTAL.
           MOVE CKT-PROVIDER-COUNT          TO PROVIDER-COUNT.
           MOVE CKT-DED-ACCUM-COUNT         TO DED-ACCUM-COUNT.
           MOVE CKT-PC-REDATED-COUNT        TO WS-PC-REDATED-COUNT.
           MOVE CKT-WL-SCREENED-COUNT       TO WS-WL-SCREENED-COUNT.
           MOVE CKT-WL-HIT-COUNT            TO WS-WL-HIT-COUNT.
           MOVE CKT-WL-HOLD-COUNT           TO WS-WL-HOLD-COUNT.
           MOVE CKT-WL-CLEARED-COUNT        TO WS-WL-CLEARED-COUNT.
           MOVE CKT-OON-COUNT               TO WS-OON-COUNT.
           MOVE CKT-OON-TOTAL               TO WS-OON-TOTAL.
      *----------------------------------------------------------*
       1350-SKIP-ONE-CLAIM.
      *----------------------------------------------------------*
           PERFORM 8000-READ-ACCT-FILE.
           IF  NOT END-OF-FILE
               ADD 1                       TO WS-CKPT-SKIP-COUNT.
      *----------------------------------------------------------*
       2900-TAKE-CHECKPOINT.
      *----------------------------------------------------------*
      *    COMMIT POINT.  THE OUTPUTS WRITTEN CLAIM BY CLAIM ARE
      *    CLOSED AND REOPENED SO EVERYTHING WRITTEN SO FAR IS ON
      *    DISK, THEN THE CHECKPOINT IS WRITTEN OVER IN FULL.
           CLOSE PAYMENT-FILE
                 EOB-FEED-FILE
                 CESSION-FILE
                 APPEAL-FILE
                 AUTH-PEND-FILE
                 ALERT-FILE
                 WATCH-HIT-FILE
                 HELD-PAY-NEW.
           OPEN EXTEND PAYMENT-FILE
                       EOB-FEED-FILE
                       CESSION-FILE
                       APPEAL-FILE
                       AUTH-PEND-FILE
                       ALERT-FILE
                       WATCH-HIT-FILE
                       HELD-PAY-NEW.
           MOVE FUNCTION CURRENT-DATE      TO WS-CKPT-CLOCK.
           MOVE SPACE                      TO CHECKPOINT-HEADER.
           MOVE WS-CURRENT-DATE-NUM        TO CKH-RUN-DATE.
           MOVE WS-CLAIM-POSITION          TO CKH-CLAIM-POSITION.
           MOVE WS-CKPT-CLOCK-DATE         TO CKH-TAKEN-DATE.
           MOVE WS-CKPT-CLOCK-TIME         TO CKH-TAKEN-TIME.
           MOVE WS-RUN-LOG-COUNT           TO CKH-RUN-LOG-COUNT.
           MOVE PAGE-COUNT                 TO CKH-PAGE-COUNT.
           COMPUTE CKH-PAY-RECORDS = WS-PAY-COUNT + 1.
           MOVE WS-EOB-COUNT               TO CKH-EOB-RECORDS.
           COMPUTE CKH-CES-RECORDS = WS-CES-COUNT + 1.
           MOVE WS-APPEAL-RECORDS          TO CKH-APPEAL-RECORDS.
           MOVE WS-AUTH-PEND-RECORDS       TO CKH-AUTH-PEND-RECORDS.
           MOVE WS-ALERT-RECORDS           TO CKH-ALERT-RECORDS.
           COMPUTE CKH-WATCH-HIT-RECORDS =
               WS-WATCH-HIT-BASE + WS-WL-HIT-COUNT.
           MOVE WS-WATCH-HIT-BASE          TO CKH-WATCH-HIT-BASE.
           MOVE WS-CLAIM-DEV-BASE          TO CKH-CLAIM-DEV-BASE.
           MOVE WS-MANIFEST-BASE           TO CKH-MANIFEST-BASE.
           MOVE WS-PARTITION-NO            TO CKH-PARTITION-NO.
           MOVE WS-PART-LOW                TO CKH-PART-LOW.
           MOVE WS-PART-HIGH               TO CKH-PART-HIGH.
           COMPUTE CKH-HELD-PAY-RECORDS =
               WS-HELD-CARRIED-COUNT + WS-PAY-HELD-COUNT.
           MOVE WS-HELD-CARRIED-COUNT      TO CKH-HELD-CARRIED-COUNT.
           MOVE WS-PAY-HELD-COUNT          TO CKH-PAY-HELD-COUNT.
           MOVE WS-PAY-HELD-TOTAL          TO CKH-PAY-HELD-TOTAL.
           MOVE WS-PAY-RELEASED-COUNT      TO CKH-PAY-RELEASED-COUNT.
           MOVE WS-PAY-RELEASED-TOTAL      TO CKH-PAY-RELEASED-TOTAL.
           PERFORM 2905-BUILD-CHECKPOINT-TOTALS.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE ZERO                       TO WS-CKPT-RECORD-COUNT.
           MOVE 'H'                        TO CK-REC-TYPE.
           MOVE ZERO                       TO CK-ENTRY-NO.
           MOVE CHECKPOINT-HEADER          TO CK-DATA.
           PERFORM 2990-WRITE-CHECKPOINT-RECORD.
           MOVE 'T'                        TO CK-REC-TYPE.
           MOVE ZERO                       TO CK-ENTRY-NO.
           MOVE CHECKPOINT-TOTALS          TO CK-DATA.
           PERFORM 2990-WRITE-CHECKPOINT-RECORD.
           PERFORM 2910-CHECKPOINT-DED-ENTRY
               VARYING DA-INDEX FROM 1 BY 1
                   UNTIL DA-INDEX > DED-ACCUM-COUNT.
           PERFORM 2911-CHECKPOINT-EXPOSURE
               VARYING EXP-INDEX FROM 1 BY 1
                   UNTIL EXP-INDEX > 3.
           PERFORM 2912-CHECKPOINT-DEV-YEAR
               VARYING BY-INDEX FROM 1 BY 1
                   UNTIL BY-INDEX > 20.
           PERFORM 2913-CHECKPOINT-CESSION-TOTAL
               VARYING CT-INDEX FROM 1 BY 1
                   UNTIL CT-INDEX > 3.
           PERFORM 2914-CHECKPOINT-PROMPT-PAY
               VARYING PP-INDEX FROM 1 BY 1
                   UNTIL PP-INDEX > 3.
           PERFORM 2915-CHECKPOINT-PROVIDER
               VARYING PV-INDEX FROM 1 BY 1
                   UNTIL PV-INDEX > PROVIDER-COUNT.
           PERFORM 2916-CHECKPOINT-REMIT-ITEM
               VARYING RI-INDEX FROM 1 BY 1
                   UNTIL RI-INDEX > REMIT-ITEM-COUNT.
           PERFORM 2917-CHECKPOINT-OVERPAY
               VARYING OV-INDEX FROM 1 BY 1
                   UNTIL OV-INDEX > OVERPAY-RECV-COUNT.
           PERFORM 2918-CHECKPOINT-AUTH-HOLD
               VARYING AH-INDEX FROM 1 BY 1
                   UNTIL AH-INDEX > AUTH-HOLD-COUNT.
           PERFORM 2919-CHECKPOINT-ADJUSTMENT
               VARYING CJ-INDEX FROM 1 BY 1
                   UNTIL CJ-INDEX > CLAIM-ADJ-COUNT.
           PERFORM 2920-CHECKPOINT-REJECTED
               VARYING RCT-INDEX FROM 1 BY 1
                   UNTIL RCT-INDEX > WS-REJECTED-COUNT.
           MOVE 'Z'                        TO CK-REC-TYPE.
           MOVE ZERO                       TO CK-ENTRY-NO.
           MOVE SPACE                      TO CK-DATA.
           MOVE WS-CKPT-RECORD-COUNT       TO CKZ-RECORD-COUNT.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           ADD 1                           TO WS-CKPT-TAKEN-COUNT.
           DISPLAY 'MIDTERM - CHECKPOINT TAKEN AFTER CLAIM '
               WS-CLAIM-POSITION.
      *----------------------------------------------------------*
       2905-BUILD-CHECKPOINT-TOTALS.
      *----------------------------------------------------------*
           MOVE SPACE                      TO CHECKPOINT-TOTALS.
           MOVE WS-PAY-COUNT                TO CKT-PAY-COUNT.
           MOVE WS-PAY-HASH                 TO CKT-PAY-HASH.
           MOVE WS-CES-COUNT                TO CKT-CES-COUNT.
           MOVE WS-CES-HASH                 TO CKT-CES-HASH.
           MOVE WS-EOB-COUNT                TO CKT-EOB-COUNT.
           MOVE WS-ORPHAN-COUNT             TO CKT-ORPHAN-COUNT.
           MOVE WS-REJECTED-COUNT           TO CKT-REJECTED-COUNT.
           MOVE WS-FEE-REDUCED-COUNT        TO CKT-FEE-REDUCED-COUNT.
           MOVE WS-FEE-REDUCED-TOTAL        TO CKT-FEE-REDUCED-TOTAL.
           MOVE WS-AUTH-PENDED-COUNT        TO CKT-AUTH-PENDED-COUNT.
           MOVE WS-AUTH-REDUCED-COUNT       TO CKT-AUTH-REDUCED-COUNT.
           MOVE WS-AUTH-REDUCED-TOTAL       TO CKT-AUTH-REDUCED-TOTAL.
           MOVE AUTH-HOLD-COUNT             TO CKT-AUTH-HOLD-COUNT.
           MOVE WS-OFFSET-COUNT             TO CKT-OFFSET-COUNT.
           MOVE WS-OFFSET-TOTAL             TO CKT-OFFSET-TOTAL.
           MOVE OVERPAY-RECV-COUNT          TO CKT-OVERPAY-RECV-COUNT.
           MOVE CLAIM-ADJ-COUNT             TO CKT-CLAIM-ADJ-COUNT.
           MOVE WS-ADJ-APPLIED-COUNT        TO CKT-ADJ-APPLIED-COUNT.
           MOVE WS-ADJ-REJECTED-COUNT       TO CKT-ADJ-REJECTED-COUNT.
           MOVE WS-ADJ-RECOVERY-TOTAL       TO CKT-ADJ-RECOVERY-TOTAL.
           MOVE REMIT-ITEM-COUNT            TO CKT-REMIT-ITEM-COUNT.
           MOVE WS-ASSIGNED-COUNT           TO CKT-ASSIGNED-COUNT.
           MOVE WS-ASSIGNED-TOTAL           TO CKT-ASSIGNED-TOTAL.
           MOVE PROVIDER-COUNT              TO CKT-PROVIDER-COUNT.
           MOVE DED-ACCUM-COUNT             TO CKT-DED-ACCUM-COUNT.
           MOVE WS-PC-REDATED-COUNT         TO CKT-PC-REDATED-COUNT.
           MOVE WS-WL-SCREENED-COUNT        TO CKT-WL-SCREENED-COUNT.
           MOVE WS-WL-HIT-COUNT             TO CKT-WL-HIT-COUNT.
           MOVE WS-WL-HOLD-COUNT            TO CKT-WL-HOLD-COUNT.
           MOVE WS-WL-CLEARED-COUNT         TO CKT-WL-CLEARED-COUNT.
           MOVE WS-OON-COUNT                TO CKT-OON-COUNT.
           MOVE WS-OON-TOTAL                TO CKT-OON-TOTAL.
      *----------------------------------------------------------*
       2910-CHECKPOINT-DED-ENTRY.
      *----------------------------------------------------------*
           MOVE 'D'                        TO CK-REC-TYPE.
           SET CK-ENTRY-NO                 TO DA-INDEX.
           MOVE DED-ACCUM-TABLE(DA-INDEX) TO CK-DATA.
           PERFORM 2990-WRITE-CHECKPOINT-RECORD.
      *----------------------------------------------------------*
       2911-CHECKPOINT-EXPOSURE.
      *----------------------------------------------------------*
           MOVE 'E'                        TO CK-REC-TYPE.
           SET CK-ENTRY-NO                 TO EXP-INDEX.
           MOVE EXPOSURE-ENTRY(EXP-INDEX) TO CK-DATA.
           PERFORM 2990-WRITE-CHECKPOINT-RECORD.
      *----------------------------------------------------------*
       2912-CHECKPOINT-DEV-YEAR.
      *----------------------------------------------------------*
           MOVE 'Y'                        TO CK-REC-TYPE.
           SET CK-ENTRY-NO                 TO BY-INDEX.
           MOVE BENEFIT-YEAR-DEV-ENTRY(BY-INDEX) TO CK-DATA.
           PERFORM 2990-WRITE-CHECKPOINT-RECORD.
      *----------------------------------------------------------*
       2913-CHECKPOINT-CESSION-TOTAL.
      *----------------------------------------------------------*
           MOVE 'S'                        TO CK-REC-TYPE.
           SET CK-ENTRY-NO                 TO CT-INDEX.
           MOVE CESSION-TOTAL-ENTRY(CT-INDEX) TO CK-DATA.
           PERFORM 2990-WRITE-CHECKPOINT-RECORD.
      *----------------------------------------------------------*
       2914-CHECKPOINT-PROMPT-PAY.
      *----------------------------------------------------------*
           MOVE 'Q'                        TO CK-REC-TYPE.
           SET CK-ENTRY-NO                 TO PP-INDEX.
           MOVE PROMPT-PAY-ENTRY(PP-INDEX) TO CK-DATA.
           PERFORM 2990-WRITE-CHECKPOINT-RECORD.
      *----------------------------------------------------------*
       2915-CHECKPOINT-PROVIDER.
      *----------------------------------------------------------*
           MOVE 'V'                        TO CK-REC-TYPE.
           SET CK-ENTRY-NO                 TO PV-INDEX.
           MOVE PROVIDER-TABLE(PV-INDEX) TO CK-DATA.
           PERFORM 2990-WRITE-CHECKPOINT-RECORD.
      *----------------------------------------------------------*
       2916-CHECKPOINT-REMIT-ITEM.
      *----------------------------------------------------------*
           MOVE 'I'                        TO CK-REC-TYPE.
           SET CK-ENTRY-NO                 TO RI-INDEX.
           MOVE REMIT-ITEM-TABLE(RI-INDEX) TO CK-DATA.
           PERFORM 2990-WRITE-CHECKPOINT-RECORD.
      *----------------------------------------------------------*
       2917-CHECKPOINT-OVERPAY.
      *----------------------------------------------------------*
           MOVE 'O'                        TO CK-REC-TYPE.
           SET CK-ENTRY-NO                 TO OV-INDEX.
           MOVE OVERPAY-RECV-ENTRY(OV-INDEX) TO CK-DATA.
           PERFORM 2990-WRITE-CHECKPOINT-RECORD.
      *----------------------------------------------------------*
       2918-CHECKPOINT-AUTH-HOLD.
      *----------------------------------------------------------*
           MOVE 'A'                        TO CK-REC-TYPE.
           SET CK-ENTRY-NO                 TO AH-INDEX.
           MOVE AUTH-HOLD-TABLE(AH-INDEX) TO CK-DATA.
           PERFORM 2990-WRITE-CHECKPOINT-RECORD.
      *----------------------------------------------------------*
       2919-CHECKPOINT-ADJUSTMENT.
      *----------------------------------------------------------*
           MOVE 'J'                        TO CK-REC-TYPE.
           SET CK-ENTRY-NO                 TO CJ-INDEX.
           MOVE CLAIM-ADJ-ENTRY(CJ-INDEX) TO CK-DATA.
           PERFORM 2990-WRITE-CHECKPOINT-RECORD.
      *----------------------------------------------------------*
       2920-CHECKPOINT-REJECTED.
      *----------------------------------------------------------*
           MOVE 'R'                        TO CK-REC-TYPE.
           SET CK-ENTRY-NO                 TO RCT-INDEX.
           MOVE REJECTED-CLAIM-ENTRY(RCT-INDEX) TO CK-DATA.
           PERFORM 2990-WRITE-CHECKPOINT-RECORD.
      *----------------------------------------------------------*
       2990-WRITE-CHECKPOINT-RECORD.
      *----------------------------------------------------------*
           WRITE CHECKPOINT-RECORD.
           ADD 1                           TO WS-CKPT-RECORD-COUNT.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           MOVE WS-CURRENT-TIME IN WS-SWITCHES-SUBSCRIPTS-MISC
               TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT       TO RL-RECORD-COUNT.
           MOVE WS-PAY-HASH            TO RL-CONTROL-TOTAL.
           MOVE "COMPLETE"             TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
                 CESSION-FILE
                 CLAIM-DEV-FILE
                 APPEAL-FILE
                 XMIT-MANIFEST-FILE
                 REMIT-FILE
                 AUTH-PEND-FILE
                 CLAIM-HIST-FILE
                 OVERPAY-OLD
                 OVERPAY-NEW
                 HELD-PAY-NEW.
           PERFORM 9699-CLOSE-WATCH-LIST.
           DISPLAY 'MIDTERM - PAYMENTS HELD         : '
               WS-PAY-HELD-COUNT.
           DISPLAY 'MIDTERM - HELD PAYMENTS RELEASED: '
               WS-PAY-RELEASED-COUNT.
           DISPLAY 'MIDTERM - HELD ON PAYHOLDN      : '
               WS-HELD-ON-FILE-COUNT.
           IF  WS-PARTITIONED-RUN
               DISPLAY 'MIDTERM - PARTITION ' WS-PARTITION-NO
                   ' CLAIMS OUTSIDE RANGE : ' WS-PART-SKIPPED-COUNT.
      *----------------------------------------------------------*
       8000-READ-ACCT-FILE.
      *----------------------------------------------------------*
           MOVE 'N'                         TO WS-IN-PARTITION-SW.
           PERFORM 8005-READ-NEXT-CLAIM
               UNTIL WS-IN-PARTITION
                  OR END-OF-FILE.
      *----------------------------------------------------------*
       8005-READ-NEXT-CLAIM.
      *----------------------------------------------------------*
           READ CLAIMS-FILE
               INTO CLAIM-RECORD-WS
                   AT END MOVE 'Y' TO END-OF-FILE-SW.
           IF  NOT END-OF-FILE
               MOVE INSURED-POLICY-NO       TO WS-PART-TEST-POLICY
               PERFORM 1040-CHECK-PARTITION
               IF  NOT WS-IN-PARTITION
                   ADD 1                    TO WS-PART-SKIPPED-COUNT.
      *----------------------------------------------------------*
       8050-READ-EXPOSURE-OLD.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
           READ FEE-SCHED-FILE
               AT END MOVE 'Y' TO FEE-SCHED-EOF-SW.
      *----------------------------------------------------------*
       8097-READ-NETWORK-PARM.
      *----------------------------------------------------------*
           READ NETWORK-PARM-FILE
               AT END MOVE 'Y' TO NETWORK-PARM-EOF-SW.
      *----------------------------------------------------------*
       8098-READ-PROMPT-PAY.
      *----------------------------------------------------------*
           READ PROMPT-PAY-FILE
               AT END MOVE 'Y' TO PROMPT-PAY-EOF-SW.
      *----------------------------------------------------------*
       8099-READ-PROVIDER-REF.
      *----------------------------------------------------------*
           READ PROVIDER-REF-FILE
               AT END MOVE 'Y' TO PROVIDER-EOF-SW.
      *----------------------------------------------------------*
       8100-READ-AUTH-FILE.
      *----------------------------------------------------------*
           READ AUTH-FILE
               AT END MOVE 'Y' TO AUTH-EOF-SW.
      *----------------------------------------------------------*
       8110-READ-CLAIM-ADJ.
      *----------------------------------------------------------*
           READ CLAIM-ADJ-FILE
               AT END MOVE 'Y' TO CLAIM-ADJ-EOF-SW.
      *----------------------------------------------------------*
       8120-READ-OVERPAY-OLD.
      *----------------------------------------------------------*
           READ OVERPAY-OLD
               AT END MOVE 'Y' TO OVERPAY-EOF-SW.
      *----------------------------------------------------------*
       8130-READ-CHECKPOINT.
      *----------------------------------------------------------*
           READ CHECKPOINT-FILE
               AT END MOVE 'Y' TO WS-CKPT-EOF-SW.
      *----------------------------------------------------------*
       8140-READ-HELD-PAY-OLD.
      *----------------------------------------------------------*
           READ HELD-PAY-OLD
               INTO PAY-HOLD-RECORD
                   AT END MOVE 'Y' TO HELD-PAY-EOF-SW.
      *----------------------------------------------------------*
       7500-WRITE-DED-ACCUMULATOR.
      *----------------------------------------------------------*
                 CESSION-FILE
                 CLAIM-DEV-FILE
                 APPEAL-FILE
                 XMIT-MANIFEST-FILE
                 REMIT-FILE
                 AUTH-PEND-FILE
                 CLAIM-HIST-FILE
                 OVERPAY-OLD
                 OVERPAY-NEW
                 HELD-PAY-NEW.
           PERFORM 9989-CLOSE-OPEN-INPUTS.
           STOP RUN.
      *----------------------------------------------------------*
       9960-DED-TABLE-ERROR.
                 CESSION-FILE
                 CLAIM-DEV-FILE
                 APPEAL-FILE
                 XMIT-MANIFEST-FILE
                 REMIT-FILE
                 AUTH-PEND-FILE
                 CLAIM-HIST-FILE
                 OVERPAY-OLD
                 OVERPAY-NEW
                 HELD-PAY-NEW.
           PERFORM 9989-CLOSE-OPEN-INPUTS.
           STOP RUN.
      *----------------------------------------------------------*
       9970-REMIT-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF MIDTERM                 *'.
           DISPLAY '* REMITTANCE ITEM TABLE OVERFLOW          *'.
           DISPLAY '*----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE
               TO WS-CURRENT-DATE-DATA IN WS-SWITCHES-SUBSCRIPTS-MISC.
           MOVE WS-CURRENT-TIME IN WS-SWITCHES-SUBSCRIPTS-MISC
               TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT       TO RL-RECORD-COUNT.
           MOVE "ABEND"                TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE CLAIMS-FILE
                 PRINT-FILE
                 RUN-LOG-FILE
                 ALERT-FILE
                 EXPOSURE-OLD
                 EXPOSURE-NEW
                 DED-ACCUM-OLD
                 DED-ACCUM-NEW
                 PAYMENT-FILE
                 EOB-FEED-FILE
                 CESSION-FILE
                 CLAIM-DEV-FILE
                 APPEAL-FILE
                 XMIT-MANIFEST-FILE
                 REMIT-FILE
                 AUTH-PEND-FILE
                 CLAIM-HIST-FILE
                 OVERPAY-OLD
                 OVERPAY-NEW
                 HELD-PAY-NEW.
           PERFORM 9989-CLOSE-OPEN-INPUTS.
           STOP RUN.
      *----------------------------------------------------------*
       9980-RECV-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF MIDTERM                 *'.
           DISPLAY '* OVERPAYMENT RECEIVABLE TABLE OVERFLOW   *'.
           DISPLAY '*----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE
               TO WS-CURRENT-DATE-DATA IN WS-SWITCHES-SUBSCRIPTS-MISC.
           MOVE WS-CURRENT-TIME IN WS-SWITCHES-SUBSCRIPTS-MISC
               TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT       TO RL-RECORD-COUNT.
           MOVE "ABEND"                TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE CLAIMS-FILE
                 PRINT-FILE
                 RUN-LOG-FILE
                 ALERT-FILE
                 EXPOSURE-OLD
                 EXPOSURE-NEW
                 DED-ACCUM-OLD
                 DED-ACCUM-NEW
                 PAYMENT-FILE
                 EOB-FEED-FILE
                 CESSION-FILE
                 CLAIM-DEV-FILE
                 APPEAL-FILE
                 XMIT-MANIFEST-FILE
                 REMIT-FILE
                 AUTH-PEND-FILE
                 CLAIM-HIST-FILE
                 OVERPAY-OLD
                 OVERPAY-NEW
                 HELD-PAY-NEW.
           PERFORM 9989-CLOSE-OPEN-INPUTS.
           STOP RUN.
      *----------------------------------------------------------*
       9989-CLOSE-OPEN-INPUTS.
      *----------------------------------------------------------*
      *    THE FILES OPEN ONLY FOR PART OF THE RUN - THE HELD
      *    PAYMENTS DURING THE RELEASE PASS, MIDCKPT WHILE A RESTART
      *    READS IT - AND THE WATCH-LIST HIT LOG.
           IF  HELD-PAY-OPEN
               CLOSE HELD-PAY-OLD.
           IF  WS-CKPT-OPEN
               CLOSE CHECKPOINT-FILE.
           PERFORM 9699-CLOSE-WATCH-LIST.
      *----------------------------------------------------------*
       9990-CHECKPOINT-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF MIDTERM                 *'.
           DISPLAY '* RESTART FROM CHECKPOINT NOT POSSIBLE    *'.
           DISPLAY '* ' WS-CKPT-ERROR-TEXT.
           DISPLAY '*----------------------------------------*'.
           MOVE "MIDTERM"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE-NUM    TO RL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE
               TO WS-CURRENT-DATE-DATA IN WS-SWITCHES-SUBSCRIPTS-MISC.
           MOVE WS-CURRENT-TIME IN WS-SWITCHES-SUBSCRIPTS-MISC
               TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT       TO RL-RECORD-COUNT.
           MOVE "ABEND"                TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE CLAIMS-FILE
                 PRINT-FILE
                 RUN-LOG-FILE
                 ALERT-FILE
                 EXPOSURE-OLD
                 EXPOSURE-NEW
                 DED-ACCUM-OLD
                 DED-ACCUM-NEW
                 PAYMENT-FILE
                 EOB-FEED-FILE
                 CESSION-FILE
                 CLAIM-DEV-FILE
                 APPEAL-FILE
                 XMIT-MANIFEST-FILE
                 REMIT-FILE
                 AUTH-PEND-FILE
                 CLAIM-HIST-FILE
                 OVERPAY-OLD
                 OVERPAY-NEW
                 HELD-PAY-NEW.
           PERFORM 9989-CLOSE-OPEN-INPUTS.
           STOP RUN.
      *----------------------------------------------------------*
       9995-PARTITION-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF MIDTERM                 *'.
           DISPLAY '* PARTITION LOW POLICY ABOVE HIGH POLICY  *'.
           DISPLAY '*----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE
               TO WS-CURRENT-DATE-DATA IN WS-SWITCHES-SUBSCRIPTS-MISC.
           MOVE WS-CURRENT-DATE-NUM    TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME IN WS-SWITCHES-SUBSCRIPTS-MISC
               TO RL-END-TIME.
           MOVE ZERO                   TO RL-RECORD-COUNT.
           MOVE "ABEND"                TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE CLAIMS-FILE
                 PRINT-FILE
                 RUN-LOG-FILE
                 ALERT-FILE
                 EXPOSURE-OLD
                 EXPOSURE-NEW
                 DED-ACCUM-OLD
                 DED-ACCUM-NEW
                 PAYMENT-FILE
                 EOB-FEED-FILE
                 CESSION-FILE
                 CLAIM-DEV-FILE
                 APPEAL-FILE
                 XMIT-MANIFEST-FILE
                 REMIT-FILE
                 AUTH-PEND-FILE
                 CLAIM-HIST-FILE
                 OVERPAY-OLD
                 OVERPAY-NEW
                 HELD-PAY-NEW.
           PERFORM 9989-CLOSE-OPEN-INPUTS.
           STOP RUN.
      *----------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
           CLOSE RUN-CONTROL-FILE.
      *----------------------------------------------------------*
       COPY DISTBANR.
      *----------------------------------------------------------*
       COPY PERCTLR.
      *----------------------------------------------------------*
       COPY WLSCRR.
