       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDMERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PART-FILE   ASSIGN TO PAYPART.
           SELECT CES-PART-FILE   ASSIGN TO CESPART.
           SELECT EOB-PART-FILE   ASSIGN TO EOBPART.
           SELECT DEV-PART-FILE   ASSIGN TO DEVPART.
           SELECT EXP-PART-FILE   ASSIGN TO EXPPART.
           SELECT REM-PART-FILE   ASSIGN TO REMPART.
           SELECT EXPOSURE-OLD    ASSIGN TO CLAIMEXP.
           SELECT PAYMENT-FILE    ASSIGN TO PAYFILE.
           SELECT CESSION-FILE    ASSIGN TO CESSBORD.
           SELECT EOB-FEED-FILE   ASSIGN TO EOBFEED.
           SELECT CLAIM-DEV-FILE  ASSIGN TO CLAIMDEV.
           SELECT EXPOSURE-NEW    ASSIGN TO CLAIMEXPN.
           SELECT REMIT-FILE      ASSIGN TO REMITADV.
           SELECT XMIT-MANIFEST-FILE
                                  ASSIGN TO XMITMANF.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
      *    PAYPART, CESPART, EOBPART, DEVPART, EXPPART AND REMPART
      *    ARE THE PARTITION STEPS' PAYFILE, CESSBORD, EOBFEED,
      *    CLAIMDEV, CLAIMEXPN AND REMITADV DATA SETS, CONCATENATED IN
      *    PARTITION ORDER.
       FD  PAY-PART-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PAY-PART-RECORD.
           05  PPR-REC-TYPE                PIC X(01).
               88  PPR-HEADER                  VALUE 'H'.
               88  PPR-DETAIL                  VALUE 'D'.
               88  PPR-TRAILER                 VALUE 'T'.
           05  PPR-BODY.
               10  FILLER                  PIC X(32).
               10  PPR-AMOUNT              PIC 9(07)V99.
               10  FILLER                  PIC X(17).
               10  PPR-PAYEE-TYPE          PIC X(01).
                   88  PPR-TO-PROVIDER         VALUE 'P'.
               10  FILLER                  PIC X(20).
           05  PPR-PROVIDER-DATA REDEFINES PPR-BODY.
               10  PPR-PROVIDER-CODE       PIC X(03).
               10  PPR-PROVIDER-NAME       PIC X(25).
               10  PPR-PROVIDER-CLAIMS     PIC 9(04).
               10  PPR-PROVIDER-AMOUNT     PIC 9(07)V99.
               10  FILLER                  PIC X(08).
               10  PPR-PROVIDER-INTEREST   PIC 9(07)V99.
               10  FILLER                  PIC X(21).
           05  PPR-CONTROL-DATA REDEFINES PPR-BODY.
               10  PPR-RUN-DATE            PIC 9(08).
               10  PPR-RECORD-COUNT        PIC 9(07).
               10  PPR-DOLLAR-HASH         PIC 9(11)V99.
               10  PPR-PARTITION-NO        PIC 9(02).
               10  PPR-PART-LOW            PIC X(07).
               10  PPR-PART-LOW-N REDEFINES PPR-PART-LOW
                                           PIC 9(07).
               10  PPR-PART-HIGH           PIC X(07).
               10  PPR-PART-HIGH-N REDEFINES PPR-PART-HIGH
                                           PIC 9(07).
               10  FILLER                  PIC X(35).
      *----------------------------------------------------------*
       FD  CES-PART-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  CES-PART-RECORD.
           05  CPR-REC-TYPE                PIC X(01).
               88  CPR-HEADER                  VALUE 'H'.
               88  CPR-DETAIL                  VALUE 'D'.
               88  CPR-TRAILER                 VALUE 'T'.
           05  CPR-BODY.
               10  FILLER                  PIC X(51).
               10  CPR-CEDED-AMT           PIC 9(07)V99.
               10  FILLER                  PIC X(19).
           05  CPR-CONTROL-DATA REDEFINES CPR-BODY.
               10  CPR-RUN-DATE            PIC 9(08).
               10  CPR-RECORD-COUNT        PIC 9(07).
               10  CPR-DOLLAR-HASH         PIC 9(11)V99.
               10  CPR-PARTITION-NO        PIC 9(02).
               10  CPR-PART-LOW            PIC X(07).
               10  CPR-PART-HIGH           PIC X(07).
               10  FILLER                  PIC X(35).
      *----------------------------------------------------------*
       FD  EOB-PART-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  EOB-PART-RECORD                 PIC X(199).
      *----------------------------------------------------------*
       FD  DEV-PART-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  DEV-PART-RECORD.
           05  DPR-EVAL-DATE               PIC 9(08).
           05  DPR-BENEFIT-YEAR            PIC 9(04).
           05  DPR-INCURRED-AMT            PIC 9(11)V99.
           05  DPR-PAID-AMT                PIC 9(11)V99.
           05  FILLER                      PIC X(42).
      *----------------------------------------------------------*
       FD  EXP-PART-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  EXP-PART-RECORD.
           05  EPR-POLICY-TYPE             PIC 9(01).
           05  EPR-CLAIM-AMOUNT            PIC 9(11)V99.
           05  EPR-CLAIM-AMOUNT-PAID       PIC 9(11)V99.
           05  FILLER                      PIC X(53).
      *----------------------------------------------------------*
       FD  REM-PART-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    A PARTITION'S REMITTANCE ITEMS - ONE PER CLAIM PAID TO A
      *    PROVIDER ON ASSIGNMENT.
       01  REM-PART-RECORD.
           05  RPR-PROVIDER-CODE           PIC X(03).
           05  RPR-PROVIDER-NAME           PIC X(25).
           05  RPR-POLICY-NO               PIC X(07).
           05  RPR-LAST-NAME               PIC X(15).
           05  RPR-FIRST-NAME              PIC X(10).
           05  RPR-PROC-CODE               PIC X(03).
           05  RPR-BILLED-AMT              PIC 9(07)V99.
           05  RPR-ALLOWED-AMT             PIC 9(07)V99.
           05  RPR-DED-AMT                 PIC 9(07)V99.
           05  RPR-COINS-AMT               PIC 9(07)V99.
           05  RPR-PAID-AMT                PIC 9(07)V99.
           05  RPR-INTEREST-AMT            PIC 9(07)V99.
           05  FILLER                      PIC X(15).
      *----------------------------------------------------------*
       FD  EXPOSURE-OLD
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  EXPOSURE-OLD-RECORD.
           05  EXO-POLICY-TYPE             PIC 9(01).
           05  EXO-CLAIM-AMOUNT            PIC 9(11)V99.
           05  EXO-CLAIM-AMOUNT-PAID       PIC 9(11)V99.
           05  FILLER                      PIC X(53).
      *----------------------------------------------------------*
       FD  PAYMENT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PAYMENT-RECORD.
           05  PAY-REC-TYPE                PIC X(01).
           05  PAY-BODY                    PIC X(79).
           05  PAY-PROVIDER-DATA REDEFINES PAY-BODY.
               10  PAY-PROVIDER-CODE       PIC X(03).
               10  PAY-PROVIDER-NAME       PIC X(25).
               10  PAY-PROVIDER-CLAIMS     PIC 9(04).
               10  PAY-PROVIDER-AMOUNT     PIC 9(07)V99.
               10  FILLER                  PIC X(08).
               10  PAY-PROVIDER-INTEREST   PIC 9(07)V99.
               10  PAY-PAYEE-TYPE          PIC X(01).
               10  FILLER                  PIC X(20).
           05  PAY-CONTROL-DATA REDEFINES PAY-BODY.
               10  PAY-RUN-DATE            PIC 9(08).
               10  PAY-RECORD-COUNT        PIC 9(07).
               10  PAY-DOLLAR-HASH         PIC 9(11)V99.
               10  PAY-PARTITION-NO        PIC 9(02).
               10  FILLER                  PIC X(49).
      *----------------------------------------------------------*
       FD  CESSION-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  CESSION-RECORD.
           05  CES-REC-TYPE                PIC X(01).
           05  CES-BODY                    PIC X(79).
           05  CES-CONTROL-DATA REDEFINES CES-BODY.
               10  CES-RUN-DATE            PIC 9(08).
               10  CES-RECORD-COUNT        PIC 9(07).
               10  CES-DOLLAR-HASH         PIC 9(11)V99.
               10  CES-PARTITION-NO        PIC 9(02).
               10  FILLER                  PIC X(49).
      *----------------------------------------------------------*
       FD  EOB-FEED-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  EOB-FEED-RECORD                 PIC X(199).
      *----------------------------------------------------------*
       FD  CLAIM-DEV-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  CLAIM-DEV-RECORD.
           05  CD-EVAL-DATE                PIC 9(08).
           05  CD-BENEFIT-YEAR             PIC 9(04).
           05  CD-INCURRED-AMT             PIC 9(11)V99.
           05  CD-PAID-AMT                 PIC 9(11)V99.
           05  FILLER                      PIC X(42).
      *----------------------------------------------------------*
       FD  EXPOSURE-NEW
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  EXPOSURE-NEW-RECORD.
           05  EXN-POLICY-TYPE             PIC 9(01).
           05  EXN-CLAIM-AMOUNT            PIC 9(11)V99.
           05  EXN-CLAIM-AMOUNT-PAID       PIC 9(11)V99.
           05  FILLER                      PIC X(53).
      *----------------------------------------------------------*
       FD  REMIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  REMIT-RECORD.
           05  REMIT-LINE                  PIC X(132).
      *----------------------------------------------------------*
       FD  XMIT-MANIFEST-FILE
           RECORDING MODE IS F.
           COPY XMITMANF.
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRINT-RECORD.
      *    05  CC                          PIC X(01).
           05  PRINT-LINE                  PIC X(132).
      *----------------------------------------------------------*
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    MERGE STEP OF A PARTITIONED MIDTERM RUN.  EACH PARTITION
      *    ADJUDICATES THE CLAIMS FOR ONE POLICY-NUMBER RANGE; THIS
      *    STEP PUTS THEIR OUTPUTS BACK TOGETHER AS ONE RUN'S:
      *      PAYFILE  - ONE HEADER, EVERY PARTITION'S DETAILS, ONE
      *                 TRAILER.  A PROVIDER PAID ON ASSIGNMENT IN
      *                 SEVERAL PARTITIONS GETS ONE CONSOLIDATED
      *                 DETAIL, AS IN A SINGLE-STREAM RUN.
      *      CESSBORD - ONE HEADER, THE DETAILS, ONE TRAILER.
      *      EOBFEED  - THE PARTITIONS' RECORDS ONE AFTER ANOTHER.
      *      CLAIMDEV - ONE SNAPSHOT PER BENEFIT YEAR, SUMMED ACROSS
      *                 THE PARTITIONS, APPENDED TO THE HISTORY.
      *      CLAIMEXPN- EVERY PARTITION STARTS FROM THE SAME CLAIMEXP,
      *                 SO THE NEW MASTER IS THE PARTITIONS' MASTERS
      *                 LESS ALL BUT ONE COPY OF THE OLD ONE.
      *      REMITADV - ONE ADVICE PER PROVIDER PAID ON ASSIGNMENT,
      *                 LISTING ITS CLAIMS FROM EVERY PARTITION, TO
      *                 MATCH ITS ONE CONSOLIDATED PAYFILE DETAIL.
      *    EACH PARTITION'S DETAILS MUST TIE TO ITS OWN TRAILER, AND
      *    THE RANGES MUST RUN 0000000 TO 9999999 WITHOUT GAP OR
      *    OVERLAP, OR NOTHING IS WRITTEN AND THE STEP ABENDS.  THE
      *    MANIFESTS FOR THE MERGED FILES ARE WRITTEN HERE.
      *    THE PARTITIONS' DEDACCUMN, OVPAYRCN AND PAYHOLDN EACH HOLD
      *    ONLY THEIR OWN POLICY RANGE AND ARE NOT MERGED HERE - THE
      *    NEXT RUN'S DEDACCUM, OVPAYRCV AND PAYHOLD ARE THE SLICES
      *    CONCATENATED BY DD IN PARTITION ORDER.
      *    THE RUN-LOG CONTROL TOTAL IS THE MERGED PAYFILE DOLLAR
      *    HASH, SO ON A PARTITIONED CYCLE MIDMERGE, NOT MIDTERM, IS
      *    THE PAYMENT RUN ON THE PERIOD-CLOSE CHECKLIST (CLOSECHK).
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(45) VALUE
                   '  MIDTERM PARTITION MERGE - CONTROL TOTALS   '.
               10  FILLER  PIC X(10) VALUE 'RUN DATE  '.
               10  HL1-RUN-DATE          PIC 9(08).
               10  FILLER                PIC X(69) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(36) VALUE
                   'PART  POLICY RANGE         PAYMENTS'.
               10  FILLER  PIC X(36) VALUE
                   '       PAYMENT HASH   CESSIONS      '.
               10  FILLER  PIC X(15) VALUE
                   '     CEDED HASH'.
               10  FILLER                PIC X(45) VALUE SPACE.
      *----------------------------------------------------------*
           05  PART-DETAIL-LINE.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-PARTITION-NO      PIC Z9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-PART-LOW          PIC X(07).
               10  FILLER                PIC X(03) VALUE ' - '.
               10  PDL-PART-HIGH         PIC X(07).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-PAY-COUNT         PIC Z,ZZZ,ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-PAY-HASH          PIC $$$,$$$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-CES-COUNT         PIC Z,ZZZ,ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-CES-HASH          PIC $$$,$$$,$$$,$$9.99.
               10  FILLER                PIC X(48) VALUE SPACE.
      *----------------------------------------------------------*
           05  PART-TOTAL-LINE.
               10  FILLER  PIC X(25) VALUE
                   'ALL PARTITIONS           '.
               10  PTL-PAY-COUNT         PIC Z,ZZZ,ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PTL-PAY-HASH          PIC $$$,$$$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PTL-CES-COUNT         PIC Z,ZZZ,ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PTL-CES-HASH          PIC $$$,$$$,$$$,$$9.99.
               10  FILLER                PIC X(48) VALUE SPACE.
      *----------------------------------------------------------*
           05  REMIT-MERGE-LINE.
               10  FILLER  PIC X(25) VALUE
                   '** REMITTANCE ITEMS     :'.
               10  RML-ITEM-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(28) VALUE
                   ' PARTITION ITEMS ON ADVICES '.
               10  RML-ADVICE-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE ' PROVIDERS'.
               10  FILLER                PIC X(57) VALUE SPACE.
      *----------------------------------------------------------*
           05  MERGED-FILE-LINE.
               10  FILLER  PIC X(03) VALUE '** '.
               10  MFL-FILE-ID           PIC X(08).
               10  FILLER  PIC X(14) VALUE ' WRITTEN     :'.
               10  MFL-RECORD-COUNT      PIC Z,ZZZ,ZZ9.
               10  FILLER  PIC X(09) VALUE ' RECORDS '.
               10  MFL-HASH-TOTAL        PIC $$$,$$$,$$$,$$9.99.
               10  FILLER                PIC X(71) VALUE SPACE.
      *----------------------------------------------------------*
           05  PROVIDER-TOTAL-LINE.
               10  FILLER  PIC X(25) VALUE
                   '** PROVIDER PAYMENTS    :'.
               10  PRL-DETAIL-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(28) VALUE
                   ' PARTITION DETAILS MERGED TO'.
               10  PRL-PROVIDER-COUNT    PIC ZZ,ZZ9.
               10  FILLER  PIC X(10) VALUE ' PROVIDERS'.
               10  FILLER                PIC X(57) VALUE SPACE.
      *----------------------------------------------------------*
           05  DEV-TOTAL-LINE.
               10  FILLER  PIC X(25) VALUE
                   '** CLAIMDEV SNAPSHOTS   :'.
               10  DTL-SNAPSHOT-COUNT    PIC ZZ,ZZ9.
               10  FILLER  PIC X(28) VALUE
                   ' PARTITION RECORDS MERGED TO'.
               10  DTL-YEAR-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(15) VALUE ' BENEFIT YEARS '.
               10  FILLER                PIC X(52) VALUE SPACE.
      *----------------------------------------------------------*
           05  EXPOSURE-LINE.
               10  FILLER  PIC X(24) VALUE
                   '** CLAIMEXPN POLICY TYPE'.
               10  EXL-POLICY-TYPE       PIC 9(01).
               10  FILLER  PIC X(11) VALUE '   BILLED: '.
               10  EXL-CLAIM-AMOUNT      PIC $$$,$$$,$$$,$$9.99.
               10  FILLER  PIC X(09) VALUE '   PAID: '.
               10  EXL-CLAIM-AMOUNT-PAID PIC $$$,$$$,$$$,$$9.99.
               10  FILLER                PIC X(51) VALUE SPACE.
      *----------------------------------------------------------*
      *    PROVIDER REMITTANCE ADVICE LINES (REMITADV), AS PRINTED BY
      *    A SINGLE-STREAM MIDTERM RUN.
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
           05  RMT-DASH-LINE.
               10  FILLER  PIC X(132) VALUE ALL '-'.
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
       01  PARTITION-TABLE-FIELDS.
           05  PARTITION-ENTRY OCCURS 20 TIMES
                           INDEXED BY PT-INDEX.
               10  PTE-PARTITION-NO      PIC 9(02).
               10  PTE-PART-LOW          PIC X(07).
               10  PTE-PART-HIGH         PIC X(07).
               10  PTE-PAY-COUNT         PIC 9(07).
               10  PTE-PAY-HASH          PIC 9(11)V99.
               10  PTE-CES-COUNT         PIC 9(07).
               10  PTE-CES-HASH          PIC 9(11)V99.
           05  PARTITION-COUNT           PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------*
       01  PROVIDER-TABLE-FIELDS.
           05  PROVIDER-ENTRY OCCURS 500 TIMES
                           INDEXED BY PV-INDEX.
               10  PVE-PROVIDER-CODE     PIC X(03).
               10  PVE-PROVIDER-NAME     PIC X(25).
               10  PVE-CLAIMS            PIC 9(04).
               10  PVE-AMOUNT            PIC 9(07)V99.
               10  PVE-INTEREST          PIC 9(07)V99.
           05  PROVIDER-COUNT            PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
      *    REMITTANCE ITEMS FROM ALL PARTITIONS AND THE PROVIDERS
      *    THEY ARE PAID TO, IN THE ORDER FIRST MET.
       01  REMIT-PROVIDER-TABLE-FIELDS.
           05  REMIT-PROVIDER-ENTRY OCCURS 500 TIMES
                           INDEXED BY RP-INDEX.
               10  RPE-PROVIDER-CODE     PIC X(03).
               10  RPE-PROVIDER-NAME     PIC X(25).
               10  RPE-CLAIMS            PIC 9(05).
               10  RPE-BILLED-AMT        PIC 9(09)V99.
               10  RPE-ALLOWED-AMT       PIC 9(09)V99.
               10  RPE-DED-AMT           PIC 9(09)V99.
               10  RPE-COINS-AMT         PIC 9(09)V99.
               10  RPE-PAID-AMT          PIC 9(09)V99.
               10  RPE-INTEREST-AMT      PIC 9(09)V99.
           05  REMIT-PROVIDER-COUNT      PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  REMIT-ITEM-TABLE-FIELDS.
           05  REMIT-ITEM-ENTRY OCCURS 10000 TIMES
                           INDEXED BY RI-INDEX.
               10  RIE-PROVIDER-CODE     PIC X(03).
               10  RIE-POLICY-NO         PIC X(07).
               10  RIE-LAST-NAME         PIC X(15).
               10  RIE-FIRST-NAME        PIC X(10).
               10  RIE-PROC-CODE         PIC X(03).
               10  RIE-BILLED-AMT        PIC 9(07)V99.
               10  RIE-ALLOWED-AMT       PIC 9(07)V99.
               10  RIE-DED-AMT           PIC 9(07)V99.
               10  RIE-COINS-AMT         PIC 9(07)V99.
               10  RIE-PAID-AMT          PIC 9(07)V99.
               10  RIE-INTEREST-AMT      PIC 9(07)V99.
           05  REMIT-ITEM-COUNT          PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
       01  DEV-YEAR-TABLE-FIELDS.
           05  DEV-YEAR-ENTRY OCCURS 20 TIMES
                           INDEXED BY DY-INDEX.
               10  DYE-BENEFIT-YEAR      PIC 9(04).
               10  DYE-INCURRED-AMT      PIC 9(11)V99.
               10  DYE-PAID-AMT          PIC 9(11)V99.
           05  DEV-YEAR-COUNT            PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------*
       01  EXPOSURE-TABLE-FIELDS.
           05  EXPOSURE-ENTRY OCCURS 3 TIMES
                           INDEXED BY EXP-INDEX.
               10  EXE-OLD-BILLED        PIC 9(11)V99 VALUE ZERO.
               10  EXE-OLD-PAID          PIC 9(11)V99 VALUE ZERO.
               10  EXE-PART-BILLED       PIC 9(13)V99 VALUE ZERO.
               10  EXE-PART-PAID         PIC 9(13)V99 VALUE ZERO.
               10  EXE-NEW-BILLED        PIC 9(11)V99 VALUE ZERO.
               10  EXE-NEW-PAID          PIC 9(11)V99 VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-MERGE-FIELDS.
           05  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR           PIC X(04).
               10  WS-RUN-MONTH          PIC X(02).
               10  WS-RUN-DAY            PIC X(02).
           05  WS-PAY-RUN-DATE           PIC 9(08) VALUE ZERO.
           05  WS-EXPECT-LOW             PIC 9(07) VALUE ZERO.
           05  WS-PAY-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-PAY-HASH               PIC 9(11)V99 VALUE ZERO.
           05  WS-CES-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-CES-HASH               PIC 9(11)V99 VALUE ZERO.
           05  WS-EOB-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-PART-PAY-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-PART-PAY-HASH          PIC 9(11)V99 VALUE ZERO.
           05  WS-PART-CES-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-PART-CES-HASH          PIC 9(11)V99 VALUE ZERO.
           05  WS-ALL-PAY-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-ALL-PAY-HASH           PIC 9(11)V99 VALUE ZERO.
           05  WS-ALL-CES-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-ALL-CES-HASH           PIC 9(11)V99 VALUE ZERO.
           05  WS-PROVIDER-DETAILS       PIC 9(05) VALUE ZERO.
           05  WS-DEV-SNAPSHOTS          PIC 9(05) VALUE ZERO.
           05  WS-REMIT-PAYMENT          PIC 9(09)V99 VALUE ZERO.
           05  WS-REMIT-PAGE-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-REMIT-LINE-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-REMIT-LINES-ON-PAGE    PIC 9(03) VALUE 60.
           05  WS-EXTRA-COPIES           PIC 9(02) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-MERGE-ERROR-TEXT       PIC X(40) VALUE SPACE.
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
           05  PAY-EOF-SW                PIC X(01) VALUE 'N'.
               88  PAY-EOF                   VALUE 'Y'.
           05  CES-EOF-SW                PIC X(01) VALUE 'N'.
               88  CES-EOF                   VALUE 'Y'.
           05  EOB-EOF-SW                PIC X(01) VALUE 'N'.
               88  EOB-EOF                   VALUE 'Y'.
           05  DEV-EOF-SW                PIC X(01) VALUE 'N'.
               88  DEV-EOF                   VALUE 'Y'.
           05  EXP-PART-EOF-SW           PIC X(01) VALUE 'N'.
               88  EXP-PART-EOF              VALUE 'Y'.
           05  EXPOSURE-OLD-EOF-SW       PIC X(01) VALUE 'N'.
               88  EXPOSURE-OLD-EOF          VALUE 'Y'.
           05  REM-EOF-SW                PIC X(01) VALUE 'N'.
               88  REM-EOF                   VALUE 'Y'.
           05  PART-OPEN-SW              PIC X(01) VALUE 'N'.
               88  PART-OPEN                 VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-CHECK-PAYMENT-PARTITIONS.
           PERFORM 2500-CHECK-CESSION-PARTITIONS.
           PERFORM 3000-MERGE-PAYMENTS.
           PERFORM 3500-MERGE-CESSIONS.
           PERFORM 4000-MERGE-EOB-FEED.
           PERFORM 4200-MERGE-REMITTANCES.
           PERFORM 4500-MERGE-DEV-SNAPSHOTS.
           PERFORM 5000-MERGE-EXPOSURE.
           PERFORM 6000-WRITE-XMIT-MANIFESTS.
           PERFORM 7000-PRINT-CONTROL-TOTALS.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4900-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  PAY-PART-FILE
                          CES-PART-FILE
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE "MIDMERGE"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
      *----------------------------------------------------------*
       2000-CHECK-PAYMENT-PARTITIONS.
      *----------------------------------------------------------*
      *    FIRST PASS OVER THE PARTITION PAYFILES - EVERY PARTITION
      *    PRESENT, IN ORDER, AND TIED TO ITS OWN TRAILER - BEFORE
      *    ANY MERGED OUTPUT IS WRITTEN.
           PERFORM 8000-READ-PAY-PART.
           IF  PAY-EOF
               MOVE 'NO PARTITION PAYFILES ON PAYPART'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           PERFORM 2010-CHECK-ONE-PAYMENT
               UNTIL PAY-EOF.
           IF  PART-OPEN
               MOVE 'LAST PARTITION PAYFILE HAS NO TRAILER'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           IF  PTE-PART-HIGH(PT-INDEX) NOT = '9999999'
               MOVE 'PARTITIONS DO NOT REACH POLICY 9999999'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           CLOSE PAY-PART-FILE.
      *----------------------------------------------------------*
       2010-CHECK-ONE-PAYMENT.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           EVALUATE TRUE
               WHEN PPR-HEADER
                   PERFORM 2020-START-PAY-PARTITION
               WHEN PPR-DETAIL
                   IF  NOT PART-OPEN
                       MOVE 'PAYMENT DETAIL OUTSIDE A PARTITION'
                                        TO WS-MERGE-ERROR-TEXT
                       PERFORM 9900-MERGE-ERROR
                   END-IF
                   ADD 1                TO WS-PART-PAY-COUNT
                   IF  PPR-TO-PROVIDER
                       ADD PPR-PROVIDER-AMOUNT
                                        TO WS-PART-PAY-HASH
                   ELSE
                       ADD PPR-AMOUNT   TO WS-PART-PAY-HASH
                   END-IF
               WHEN PPR-TRAILER
                   PERFORM 2030-END-PAY-PARTITION
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE ON PAYPART'
                                        TO WS-MERGE-ERROR-TEXT
                   PERFORM 9900-MERGE-ERROR
           END-EVALUATE.
           PERFORM 8000-READ-PAY-PART.
      *----------------------------------------------------------*
       2020-START-PAY-PARTITION.
      *----------------------------------------------------------*
           IF  PART-OPEN
               MOVE 'PARTITION PAYFILE HAS NO TRAILER'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           IF  PARTITION-COUNT = 20
               MOVE 'MORE THAN 20 PARTITIONS'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           ADD 1                        TO PARTITION-COUNT.
           SET PT-INDEX                 TO PARTITION-COUNT.
           IF  PARTITION-COUNT = 1
               MOVE PPR-RUN-DATE        TO WS-PAY-RUN-DATE.
           IF  PPR-PARTITION-NO NOT = PARTITION-COUNT
               MOVE 'PARTITIONS MISSING OR OUT OF ORDER'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           IF  PPR-RUN-DATE NOT = WS-PAY-RUN-DATE
               MOVE 'PARTITIONS FROM DIFFERENT RUN DATES'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           IF  PPR-PART-LOW NOT NUMERIC
           OR  PPR-PART-HIGH NOT NUMERIC
           OR  PPR-PART-LOW-N NOT = WS-EXPECT-LOW
           OR  PPR-PART-HIGH-N < PPR-PART-LOW-N
               MOVE 'PARTITION RANGES HAVE A GAP OR OVERLAP'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           IF  PPR-PART-HIGH-N < 9999999
               COMPUTE WS-EXPECT-LOW = PPR-PART-HIGH-N + 1.
           MOVE PPR-PARTITION-NO        TO PTE-PARTITION-NO(PT-INDEX).
           MOVE PPR-PART-LOW            TO PTE-PART-LOW(PT-INDEX).
           MOVE PPR-PART-HIGH           TO PTE-PART-HIGH(PT-INDEX).
           MOVE ZERO                    TO WS-PART-PAY-COUNT
                                           WS-PART-PAY-HASH.
           MOVE 'Y'                     TO PART-OPEN-SW.
      *----------------------------------------------------------*
       2030-END-PAY-PARTITION.
      *----------------------------------------------------------*
           IF  NOT PART-OPEN
               MOVE 'PAYMENT TRAILER WITHOUT A HEADER'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           IF  PPR-RECORD-COUNT NOT = WS-PART-PAY-COUNT
           OR  PPR-DOLLAR-HASH NOT = WS-PART-PAY-HASH
               MOVE 'PARTITION PAYFILE OUT OF BALANCE'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           MOVE WS-PART-PAY-COUNT       TO PTE-PAY-COUNT(PT-INDEX).
           MOVE WS-PART-PAY-HASH        TO PTE-PAY-HASH(PT-INDEX).
           ADD WS-PART-PAY-COUNT        TO WS-ALL-PAY-COUNT.
           ADD WS-PART-PAY-HASH         TO WS-ALL-PAY-HASH.
           MOVE 'N'                     TO PART-OPEN-SW.
      *----------------------------------------------------------*
       2500-CHECK-CESSION-PARTITIONS.
      *----------------------------------------------------------*
      *    THE BORDEREAUX MUST COME FROM THE SAME PARTITIONS, IN THE
      *    SAME ORDER, EACH TIED TO ITS OWN TRAILER.
           SET PT-INDEX                 TO ZERO.
           MOVE 'N'                     TO PART-OPEN-SW.
           PERFORM 8100-READ-CES-PART.
           PERFORM 2510-CHECK-ONE-CESSION
               UNTIL CES-EOF.
           IF  PART-OPEN
           OR  PT-INDEX NOT = PARTITION-COUNT
               MOVE 'CESPART DOES NOT MATCH PAYPART PARTITIONS'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           CLOSE CES-PART-FILE.
      *----------------------------------------------------------*
       2510-CHECK-ONE-CESSION.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           EVALUATE TRUE
               WHEN CPR-HEADER
                   PERFORM 2520-START-CES-PARTITION
               WHEN CPR-DETAIL
                   IF  NOT PART-OPEN
                       MOVE 'CESSION DETAIL OUTSIDE A PARTITION'
                                        TO WS-MERGE-ERROR-TEXT
                       PERFORM 9900-MERGE-ERROR
                   END-IF
                   ADD 1                TO WS-PART-CES-COUNT
                   ADD CPR-CEDED-AMT    TO WS-PART-CES-HASH
               WHEN CPR-TRAILER
                   PERFORM 2530-END-CES-PARTITION
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE ON CESPART'
                                        TO WS-MERGE-ERROR-TEXT
                   PERFORM 9900-MERGE-ERROR
           END-EVALUATE.
           PERFORM 8100-READ-CES-PART.
      *----------------------------------------------------------*
       2520-START-CES-PARTITION.
      *----------------------------------------------------------*
           IF  PART-OPEN
           OR  PT-INDEX NOT < PARTITION-COUNT
               MOVE 'CESPART DOES NOT MATCH PAYPART PARTITIONS'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           SET PT-INDEX UP BY 1.
           IF  PT-INDEX = 1
               MOVE CPR-RUN-DATE        TO WS-RUN-DATE.
           IF  CPR-PARTITION-NO NOT = PTE-PARTITION-NO(PT-INDEX)
           OR  CPR-PART-LOW NOT = PTE-PART-LOW(PT-INDEX)
           OR  CPR-PART-HIGH NOT = PTE-PART-HIGH(PT-INDEX)
           OR  CPR-RUN-DATE NOT = WS-RUN-DATE
               MOVE 'CESPART DOES NOT MATCH PAYPART PARTITIONS'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           MOVE ZERO                    TO WS-PART-CES-COUNT
                                           WS-PART-CES-HASH.
           MOVE 'Y'                     TO PART-OPEN-SW.
      *----------------------------------------------------------*
       2530-END-CES-PARTITION.
      *----------------------------------------------------------*
           IF  NOT PART-OPEN
               MOVE 'CESSION TRAILER WITHOUT A HEADER'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           IF  CPR-RECORD-COUNT NOT = WS-PART-CES-COUNT
           OR  CPR-DOLLAR-HASH NOT = WS-PART-CES-HASH
               MOVE 'PARTITION CESSBORD OUT OF BALANCE'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           MOVE WS-PART-CES-COUNT       TO PTE-CES-COUNT(PT-INDEX).
           MOVE WS-PART-CES-HASH        TO PTE-CES-HASH(PT-INDEX).
           ADD WS-PART-CES-COUNT        TO WS-ALL-CES-COUNT.
           ADD WS-PART-CES-HASH         TO WS-ALL-CES-HASH.
           MOVE 'N'                     TO PART-OPEN-SW.
      *----------------------------------------------------------*
       3000-MERGE-PAYMENTS.
      *----------------------------------------------------------*
      *    INSURED DETAILS GO STRAIGHT THROUGH.  PROVIDER DETAILS ARE
      *    HELD AND WRITTEN ONE PER PROVIDER AHEAD OF THE TRAILER.
           MOVE 'N'                     TO PAY-EOF-SW.
           OPEN INPUT  PAY-PART-FILE
                OUTPUT PAYMENT-FILE.
           MOVE SPACE                   TO PAYMENT-RECORD.
           MOVE 'H'                     TO PAY-REC-TYPE.
           MOVE WS-PAY-RUN-DATE         TO PAY-RUN-DATE.
           MOVE ZERO                    TO PAY-PARTITION-NO.
           WRITE PAYMENT-RECORD.
           PERFORM 8000-READ-PAY-PART.
           PERFORM 3010-MERGE-ONE-PAYMENT
               UNTIL PAY-EOF.
           PERFORM 3030-WRITE-PROVIDER-PAYMENT
               VARYING PV-INDEX FROM 1 BY 1
                   UNTIL PV-INDEX > PROVIDER-COUNT.
           MOVE SPACE                   TO PAYMENT-RECORD.
           MOVE 'T'                     TO PAY-REC-TYPE.
           MOVE WS-PAY-COUNT            TO PAY-RECORD-COUNT.
           MOVE WS-PAY-HASH             TO PAY-DOLLAR-HASH.
           WRITE PAYMENT-RECORD.
           CLOSE PAY-PART-FILE
                 PAYMENT-FILE.
      *----------------------------------------------------------*
       3010-MERGE-ONE-PAYMENT.
      *----------------------------------------------------------*
           IF  PPR-DETAIL
               IF  PPR-TO-PROVIDER
                   ADD 1                TO WS-PROVIDER-DETAILS
                   PERFORM 3020-ADD-PROVIDER-PAYMENT
               ELSE
                   WRITE PAYMENT-RECORD FROM PAY-PART-RECORD
                   ADD 1                TO WS-PAY-COUNT
                   ADD PPR-AMOUNT       TO WS-PAY-HASH.
           PERFORM 8000-READ-PAY-PART.
      *----------------------------------------------------------*
       3020-ADD-PROVIDER-PAYMENT.
      *----------------------------------------------------------*
           SET PV-INDEX TO 1.
           SEARCH PROVIDER-ENTRY
               AT END
                   MOVE 'PROVIDER TABLE FULL'
                                        TO WS-MERGE-ERROR-TEXT
                   PERFORM 9900-MERGE-ERROR
               WHEN PV-INDEX > PROVIDER-COUNT
                   ADD 1                TO PROVIDER-COUNT
                   MOVE PPR-PROVIDER-CODE
                                        TO PVE-PROVIDER-CODE(PV-INDEX)
                   MOVE PPR-PROVIDER-NAME
                                        TO PVE-PROVIDER-NAME(PV-INDEX)
                   MOVE PPR-PROVIDER-CLAIMS
                                        TO PVE-CLAIMS(PV-INDEX)
                   MOVE PPR-PROVIDER-AMOUNT
                                        TO PVE-AMOUNT(PV-INDEX)
                   MOVE PPR-PROVIDER-INTEREST
                                        TO PVE-INTEREST(PV-INDEX)
               WHEN PVE-PROVIDER-CODE(PV-INDEX) = PPR-PROVIDER-CODE
                   ADD PPR-PROVIDER-CLAIMS
                                        TO PVE-CLAIMS(PV-INDEX)
                   ADD PPR-PROVIDER-AMOUNT
                                        TO PVE-AMOUNT(PV-INDEX)
                   ADD PPR-PROVIDER-INTEREST
                                        TO PVE-INTEREST(PV-INDEX).
      *----------------------------------------------------------*
       3030-WRITE-PROVIDER-PAYMENT.
      *----------------------------------------------------------*
           MOVE SPACE                   TO PAYMENT-RECORD.
           MOVE 'D'                     TO PAY-REC-TYPE.
           MOVE PVE-PROVIDER-CODE(PV-INDEX) TO PAY-PROVIDER-CODE.
           MOVE PVE-PROVIDER-NAME(PV-INDEX) TO PAY-PROVIDER-NAME.
           MOVE PVE-CLAIMS(PV-INDEX)    TO PAY-PROVIDER-CLAIMS.
           MOVE PVE-AMOUNT(PV-INDEX)    TO PAY-PROVIDER-AMOUNT.
           MOVE PVE-INTEREST(PV-INDEX)  TO PAY-PROVIDER-INTEREST.
           MOVE 'P'                     TO PAY-PAYEE-TYPE.
           WRITE PAYMENT-RECORD.
           ADD 1                        TO WS-PAY-COUNT.
           ADD PAY-PROVIDER-AMOUNT      TO WS-PAY-HASH.
      *----------------------------------------------------------*
       3500-MERGE-CESSIONS.
      *----------------------------------------------------------*
           MOVE 'N'                     TO CES-EOF-SW.
           OPEN INPUT  CES-PART-FILE
                OUTPUT CESSION-FILE.
           MOVE SPACE                   TO CESSION-RECORD.
           MOVE 'H'                     TO CES-REC-TYPE.
           MOVE WS-RUN-DATE             TO CES-RUN-DATE.
           MOVE ZERO                    TO CES-PARTITION-NO.
           WRITE CESSION-RECORD.
           PERFORM 8100-READ-CES-PART.
           PERFORM 3510-MERGE-ONE-CESSION
               UNTIL CES-EOF.
           MOVE SPACE                   TO CESSION-RECORD.
           MOVE 'T'                     TO CES-REC-TYPE.
           MOVE WS-CES-COUNT            TO CES-RECORD-COUNT.
           MOVE WS-CES-HASH             TO CES-DOLLAR-HASH.
           WRITE CESSION-RECORD.
           CLOSE CES-PART-FILE
                 CESSION-FILE.
      *----------------------------------------------------------*
       3510-MERGE-ONE-CESSION.
      *----------------------------------------------------------*
           IF  CPR-DETAIL
               WRITE CESSION-RECORD FROM CES-PART-RECORD
               ADD 1                    TO WS-CES-COUNT
               ADD CPR-CEDED-AMT        TO WS-CES-HASH.
           PERFORM 8100-READ-CES-PART.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
      *    THE MERGED PAYFILE HASH IS THE CYCLE'S PAYMENT TOTAL FOR
      *    THE PERIOD CLOSE - EACH PARTITION'S OWN RECORD CARRIES
      *    ONLY ITS SLICE.
           MOVE WS-PAY-HASH             TO RL-CONTROL-TOTAL.
           MOVE "COMPLETE"              TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
       4000-MERGE-EOB-FEED.
      *----------------------------------------------------------*
           OPEN INPUT  EOB-PART-FILE
                OUTPUT EOB-FEED-FILE.
           PERFORM 8200-READ-EOB-PART.
           PERFORM 4010-COPY-ONE-EOB
               UNTIL EOB-EOF.
           CLOSE EOB-PART-FILE
                 EOB-FEED-FILE.
      *----------------------------------------------------------*
       4010-COPY-ONE-EOB.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           WRITE EOB-FEED-RECORD FROM EOB-PART-RECORD.
           ADD 1                        TO WS-EOB-COUNT.
           PERFORM 8200-READ-EOB-PART.
      *----------------------------------------------------------*
       4200-MERGE-REMITTANCES.
      *----------------------------------------------------------*
      *    THE PARTITIONS' REMITTANCE ITEMS ARE GATHERED BY PROVIDER
      *    AND ONE ADVICE IS PRINTED PER PROVIDER, AS 3020/3030 DO
      *    FOR ITS PAYMENT.
           OPEN INPUT  REM-PART-FILE
                OUTPUT REMIT-FILE.
           PERFORM 8600-READ-REM-PART.
           PERFORM 4210-STORE-REMIT-ITEM
               UNTIL REM-EOF.
           MOVE WS-RUN-MONTH            TO RH1-MONTH.
           MOVE WS-RUN-DAY              TO RH1-DAY.
           MOVE WS-RUN-YEAR             TO RH1-YEAR.
           PERFORM 4230-REMIT-ONE-PROVIDER
               VARYING RP-INDEX FROM 1 BY 1
                   UNTIL RP-INDEX > REMIT-PROVIDER-COUNT.
           CLOSE REM-PART-FILE
                 REMIT-FILE.
      *----------------------------------------------------------*
       4210-STORE-REMIT-ITEM.
      *----------------------------------------------------------*
           IF  REMIT-ITEM-COUNT = 10000
               MOVE 'REMITTANCE ITEM TABLE FULL'
                                        TO WS-MERGE-ERROR-TEXT
               PERFORM 9900-MERGE-ERROR.
           ADD 1                        TO REMIT-ITEM-COUNT.
           SET RI-INDEX                 TO REMIT-ITEM-COUNT.
           MOVE RPR-PROVIDER-CODE       TO RIE-PROVIDER-CODE(RI-INDEX).
           MOVE RPR-POLICY-NO           TO RIE-POLICY-NO(RI-INDEX).
           MOVE RPR-LAST-NAME           TO RIE-LAST-NAME(RI-INDEX).
           MOVE RPR-FIRST-NAME          TO RIE-FIRST-NAME(RI-INDEX).
           MOVE RPR-PROC-CODE           TO RIE-PROC-CODE(RI-INDEX).
           MOVE RPR-BILLED-AMT          TO RIE-BILLED-AMT(RI-INDEX).
           MOVE RPR-ALLOWED-AMT         TO RIE-ALLOWED-AMT(RI-INDEX).
           MOVE RPR-DED-AMT             TO RIE-DED-AMT(RI-INDEX).
           MOVE RPR-COINS-AMT           TO RIE-COINS-AMT(RI-INDEX).
           MOVE RPR-PAID-AMT            TO RIE-PAID-AMT(RI-INDEX).
           MOVE RPR-INTEREST-AMT        TO RIE-INTEREST-AMT(RI-INDEX).
           PERFORM 4220-ADD-REMIT-PROVIDER.
           PERFORM 8600-READ-REM-PART.
      *----------------------------------------------------------*
       4220-ADD-REMIT-PROVIDER.
      *----------------------------------------------------------*
           SET RP-INDEX TO 1.
           SEARCH REMIT-PROVIDER-ENTRY
               AT END
                   MOVE 'REMITTANCE PROVIDER TABLE FULL'
                                        TO WS-MERGE-ERROR-TEXT
                   PERFORM 9900-MERGE-ERROR
               WHEN RP-INDEX > REMIT-PROVIDER-COUNT
                   ADD 1                TO REMIT-PROVIDER-COUNT
                   MOVE RPR-PROVIDER-CODE
                                        TO RPE-PROVIDER-CODE(RP-INDEX)
                   MOVE RPR-PROVIDER-NAME
                                        TO RPE-PROVIDER-NAME(RP-INDEX)
                   MOVE ZERO            TO RPE-CLAIMS(RP-INDEX)
                                           RPE-BILLED-AMT(RP-INDEX)
                                           RPE-ALLOWED-AMT(RP-INDEX)
                                           RPE-DED-AMT(RP-INDEX)
                                           RPE-COINS-AMT(RP-INDEX)
                                           RPE-PAID-AMT(RP-INDEX)
                                           RPE-INTEREST-AMT(RP-INDEX)
               WHEN RPE-PROVIDER-CODE(RP-INDEX) = RPR-PROVIDER-CODE
                   CONTINUE
           END-SEARCH.
           ADD 1                        TO RPE-CLAIMS(RP-INDEX).
           ADD RPR-BILLED-AMT           TO RPE-BILLED-AMT(RP-INDEX).
           ADD RPR-ALLOWED-AMT          TO RPE-ALLOWED-AMT(RP-INDEX).
           ADD RPR-DED-AMT              TO RPE-DED-AMT(RP-INDEX).
           ADD RPR-COINS-AMT            TO RPE-COINS-AMT(RP-INDEX).
           ADD RPR-PAID-AMT             TO RPE-PAID-AMT(RP-INDEX).
           ADD RPR-INTEREST-AMT         TO RPE-INTEREST-AMT(RP-INDEX).
      *----------------------------------------------------------*
       4230-REMIT-ONE-PROVIDER.
      *----------------------------------------------------------*
           COMPUTE WS-REMIT-PAYMENT =
               RPE-PAID-AMT(RP-INDEX) + RPE-INTEREST-AMT(RP-INDEX).
           MOVE ZERO                    TO WS-REMIT-PAGE-COUNT.
           PERFORM 4240-PRINT-REMIT-HEADING.
           PERFORM 4250-PRINT-ONE-REMIT-ITEM
               VARYING RI-INDEX FROM 1 BY 1
                   UNTIL RI-INDEX > REMIT-ITEM-COUNT.
           PERFORM 4260-PRINT-REMIT-TOTALS.
      *----------------------------------------------------------*
       4240-PRINT-REMIT-HEADING.
      *----------------------------------------------------------*
           ADD 1                        TO WS-REMIT-PAGE-COUNT.
           MOVE WS-REMIT-PAGE-COUNT     TO RH1-PAGE-COUNT.
           MOVE RMT-HEADING-LINE-1      TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING PAGE.
           MOVE RPE-PROVIDER-CODE(RP-INDEX) TO RPL-PROVIDER-CODE.
           MOVE RPE-PROVIDER-NAME(RP-INDEX) TO RPL-PROVIDER-NAME.
           MOVE RMT-PROVIDER-LINE       TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING 2.
           MOVE RMT-COLUMN-LINE         TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING 2.
           MOVE RMT-DASH-LINE           TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING 1.
           MOVE 7                       TO WS-REMIT-LINE-COUNT.
      *----------------------------------------------------------*
       4250-PRINT-ONE-REMIT-ITEM.
      *----------------------------------------------------------*
           IF  RIE-PROVIDER-CODE(RI-INDEX) = RPE-PROVIDER-CODE(RP-INDEX)
               IF  WS-REMIT-LINE-COUNT > WS-REMIT-LINES-ON-PAGE
                   PERFORM 4240-PRINT-REMIT-HEADING
               END-IF
               MOVE RIE-POLICY-NO(RI-INDEX)    TO RDL-POLICY-NO
               MOVE RIE-LAST-NAME(RI-INDEX)    TO RDL-LAST-NAME
               MOVE RIE-FIRST-NAME(RI-INDEX)   TO RDL-FIRST-NAME
               MOVE RIE-PROC-CODE(RI-INDEX)    TO RDL-PROC-CODE
               MOVE RIE-BILLED-AMT(RI-INDEX)   TO RDL-BILLED
               MOVE RIE-ALLOWED-AMT(RI-INDEX)  TO RDL-ALLOWED
               MOVE RIE-DED-AMT(RI-INDEX)      TO RDL-DEDUCTIBLE
               MOVE RIE-COINS-AMT(RI-INDEX)    TO RDL-COINSURANCE
               MOVE RIE-PAID-AMT(RI-INDEX)     TO RDL-PAID
               MOVE RIE-INTEREST-AMT(RI-INDEX) TO RDL-INTEREST
               MOVE RMT-DETAIL-LINE            TO REMIT-LINE
               WRITE REMIT-RECORD AFTER ADVANCING 1
               ADD 1                           TO WS-REMIT-LINE-COUNT.
      *----------------------------------------------------------*
       4260-PRINT-REMIT-TOTALS.
      *----------------------------------------------------------*
           MOVE RMT-DASH-LINE           TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING 1.
           MOVE RPE-CLAIMS(RP-INDEX)    TO RTL-CLAIM-COUNT.
           MOVE RPE-BILLED-AMT(RP-INDEX) TO RTL-BILLED.
           MOVE RPE-ALLOWED-AMT(RP-INDEX) TO RTL-ALLOWED.
           MOVE RPE-DED-AMT(RP-INDEX)   TO RTL-DEDUCTIBLE.
           MOVE RPE-COINS-AMT(RP-INDEX) TO RTL-COINSURANCE.
           MOVE RPE-PAID-AMT(RP-INDEX)  TO RTL-PAID.
           MOVE RPE-INTEREST-AMT(RP-INDEX) TO RTL-INTEREST.
           MOVE RMT-TOTAL-LINE          TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING 1.
           MOVE WS-REMIT-PAYMENT        TO RPY-PAYMENT-AMT.
           MOVE RMT-PAYMENT-LINE        TO REMIT-LINE.
           WRITE REMIT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       4500-MERGE-DEV-SNAPSHOTS.
      *----------------------------------------------------------*
           OPEN INPUT  DEV-PART-FILE
                EXTEND CLAIM-DEV-FILE.
           PERFORM 8300-READ-DEV-PART.
           PERFORM 4510-ADD-ONE-SNAPSHOT
               UNTIL DEV-EOF.
           PERFORM 4520-WRITE-ONE-SNAPSHOT
               VARYING DY-INDEX FROM 1 BY 1
                   UNTIL DY-INDEX > DEV-YEAR-COUNT.
           CLOSE DEV-PART-FILE
                 CLAIM-DEV-FILE.
      *----------------------------------------------------------*
       4510-ADD-ONE-SNAPSHOT.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT
                                           WS-DEV-SNAPSHOTS.
           SET DY-INDEX TO 1.
           SEARCH DEV-YEAR-ENTRY
               AT END
                   DISPLAY 'MIDMERGE - DEV YEAR TABLE FULL, IGNORED: '
                       DPR-BENEFIT-YEAR
               WHEN DY-INDEX > DEV-YEAR-COUNT
                   ADD 1                TO DEV-YEAR-COUNT
                   MOVE DPR-BENEFIT-YEAR
                                        TO DYE-BENEFIT-YEAR(DY-INDEX)
                   MOVE DPR-INCURRED-AMT
                                        TO DYE-INCURRED-AMT(DY-INDEX)
                   MOVE DPR-PAID-AMT    TO DYE-PAID-AMT(DY-INDEX)
               WHEN DYE-BENEFIT-YEAR(DY-INDEX) = DPR-BENEFIT-YEAR
                   ADD DPR-INCURRED-AMT TO DYE-INCURRED-AMT(DY-INDEX)
                   ADD DPR-PAID-AMT     TO DYE-PAID-AMT(DY-INDEX).
           PERFORM 8300-READ-DEV-PART.
      *----------------------------------------------------------*
       4520-WRITE-ONE-SNAPSHOT.
      *----------------------------------------------------------*
           MOVE SPACE                   TO CLAIM-DEV-RECORD.
           MOVE WS-RUN-DATE             TO CD-EVAL-DATE.
           MOVE DYE-BENEFIT-YEAR(DY-INDEX) TO CD-BENEFIT-YEAR.
           MOVE DYE-INCURRED-AMT(DY-INDEX) TO CD-INCURRED-AMT.
           MOVE DYE-PAID-AMT(DY-INDEX)  TO CD-PAID-AMT.
           WRITE CLAIM-DEV-RECORD.
      *----------------------------------------------------------*
       4900-CLOSE-FILES.
      *----------------------------------------------------------*
           CLOSE   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'MIDMERGE - PARTITIONS MERGED : ' PARTITION-COUNT.
           DISPLAY 'MIDMERGE - PAYFILE DETAILS   : ' WS-PAY-COUNT.
           DISPLAY 'MIDMERGE - CESSBORD DETAILS  : ' WS-CES-COUNT.
           DISPLAY 'MIDMERGE - EOBFEED RECORDS   : ' WS-EOB-COUNT.
           DISPLAY 'MIDMERGE - REMITTANCE ADVICES: '
               REMIT-PROVIDER-COUNT.
      *----------------------------------------------------------*
       5000-MERGE-EXPOSURE.
      *----------------------------------------------------------*
           OPEN INPUT  EXPOSURE-OLD
                       EXP-PART-FILE
                OUTPUT EXPOSURE-NEW.
           PERFORM 8400-READ-EXPOSURE-OLD.
           PERFORM 5010-STORE-OLD-EXPOSURE
               UNTIL EXPOSURE-OLD-EOF.
           PERFORM 8500-READ-EXP-PART.
           PERFORM 5020-ADD-PART-EXPOSURE
               UNTIL EXP-PART-EOF.
           COMPUTE WS-EXTRA-COPIES = PARTITION-COUNT - 1.
           PERFORM 5030-WRITE-ONE-EXPOSURE
               VARYING EXP-INDEX FROM 1 BY 1
                   UNTIL EXP-INDEX > 3.
           CLOSE EXPOSURE-OLD
                 EXP-PART-FILE
                 EXPOSURE-NEW.
      *----------------------------------------------------------*
       5010-STORE-OLD-EXPOSURE.
      *----------------------------------------------------------*
           IF  EXO-POLICY-TYPE >= 1 AND EXO-POLICY-TYPE <= 3
               SET EXP-INDEX            TO EXO-POLICY-TYPE
               MOVE EXO-CLAIM-AMOUNT    TO EXE-OLD-BILLED(EXP-INDEX)
               MOVE EXO-CLAIM-AMOUNT-PAID
                                        TO EXE-OLD-PAID(EXP-INDEX).
           PERFORM 8400-READ-EXPOSURE-OLD.
      *----------------------------------------------------------*
       5020-ADD-PART-EXPOSURE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  EPR-POLICY-TYPE >= 1 AND EPR-POLICY-TYPE <= 3
               SET EXP-INDEX            TO EPR-POLICY-TYPE
               ADD EPR-CLAIM-AMOUNT     TO EXE-PART-BILLED(EXP-INDEX)
               ADD EPR-CLAIM-AMOUNT-PAID
                                        TO EXE-PART-PAID(EXP-INDEX).
           PERFORM 8500-READ-EXP-PART.
      *----------------------------------------------------------*
       5030-WRITE-ONE-EXPOSURE.
      *----------------------------------------------------------*
           COMPUTE EXE-NEW-BILLED(EXP-INDEX) =
               EXE-PART-BILLED(EXP-INDEX)
                 - (EXE-OLD-BILLED(EXP-INDEX) * WS-EXTRA-COPIES).
           COMPUTE EXE-NEW-PAID(EXP-INDEX) =
               EXE-PART-PAID(EXP-INDEX)
                 - (EXE-OLD-PAID(EXP-INDEX) * WS-EXTRA-COPIES).
           MOVE SPACE                   TO EXPOSURE-NEW-RECORD.
           SET EXN-POLICY-TYPE          TO EXP-INDEX.
           MOVE EXE-NEW-BILLED(EXP-INDEX)  TO EXN-CLAIM-AMOUNT.
           MOVE EXE-NEW-PAID(EXP-INDEX) TO EXN-CLAIM-AMOUNT-PAID.
           WRITE EXPOSURE-NEW-RECORD.
      *----------------------------------------------------------*
       6000-WRITE-XMIT-MANIFESTS.
      *----------------------------------------------------------*
           OPEN EXTEND XMIT-MANIFEST-FILE.
           MOVE SPACE                   TO XMIT-MANIFEST-RECORD.
           MOVE 'PAYFILE'               TO MF-FILE-ID.
           MOVE 'S'                     TO MF-DIRECTION.
           MOVE WS-RUN-DATE             TO MF-BUSINESS-DATE.
           MOVE WS-PAY-COUNT            TO MF-RECORD-COUNT.
           MOVE WS-PAY-HASH             TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
           MOVE SPACE                   TO XMIT-MANIFEST-RECORD.
           MOVE 'EOBFEED'               TO MF-FILE-ID.
           MOVE 'S'                     TO MF-DIRECTION.
           MOVE WS-RUN-DATE             TO MF-BUSINESS-DATE.
           MOVE WS-EOB-COUNT            TO MF-RECORD-COUNT.
           MOVE ZERO                    TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
           MOVE SPACE                   TO XMIT-MANIFEST-RECORD.
           MOVE 'CESSBORD'              TO MF-FILE-ID.
           MOVE 'S'                     TO MF-DIRECTION.
           MOVE WS-RUN-DATE             TO MF-BUSINESS-DATE.
           MOVE WS-CES-COUNT            TO MF-RECORD-COUNT.
           MOVE WS-CES-HASH             TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
           CLOSE XMIT-MANIFEST-FILE.
      *----------------------------------------------------------*
       7000-PRINT-CONTROL-TOTALS.
      *----------------------------------------------------------*
           MOVE WS-RUN-DATE             TO HL1-RUN-DATE.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           PERFORM 7010-PRINT-ONE-PARTITION
               VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PARTITION-COUNT.
           MOVE WS-ALL-PAY-COUNT        TO PTL-PAY-COUNT.
           MOVE WS-ALL-PAY-HASH         TO PTL-PAY-HASH.
           MOVE WS-ALL-CES-COUNT        TO PTL-CES-COUNT.
           MOVE WS-ALL-CES-HASH         TO PTL-CES-HASH.
           MOVE PART-TOTAL-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE WS-PROVIDER-DETAILS     TO PRL-DETAIL-COUNT.
           MOVE PROVIDER-COUNT          TO PRL-PROVIDER-COUNT.
           MOVE PROVIDER-TOTAL-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE REMIT-ITEM-COUNT        TO RML-ITEM-COUNT.
           MOVE REMIT-PROVIDER-COUNT    TO RML-ADVICE-COUNT.
           MOVE REMIT-MERGE-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE 'PAYFILE'               TO MFL-FILE-ID.
           MOVE WS-PAY-COUNT            TO MFL-RECORD-COUNT.
           MOVE WS-PAY-HASH             TO MFL-HASH-TOTAL.
           MOVE MERGED-FILE-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE 'CESSBORD'              TO MFL-FILE-ID.
           MOVE WS-CES-COUNT            TO MFL-RECORD-COUNT.
           MOVE WS-CES-HASH             TO MFL-HASH-TOTAL.
           MOVE MERGED-FILE-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE 'EOBFEED'               TO MFL-FILE-ID.
           MOVE WS-EOB-COUNT            TO MFL-RECORD-COUNT.
           MOVE ZERO                    TO MFL-HASH-TOTAL.
           MOVE MERGED-FILE-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE WS-DEV-SNAPSHOTS        TO DTL-SNAPSHOT-COUNT.
           MOVE DEV-YEAR-COUNT          TO DTL-YEAR-COUNT.
           MOVE DEV-TOTAL-LINE          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           PERFORM 7020-PRINT-ONE-EXPOSURE
               VARYING EXP-INDEX FROM 1 BY 1
                   UNTIL EXP-INDEX > 3.
      *----------------------------------------------------------*
       7010-PRINT-ONE-PARTITION.
      *----------------------------------------------------------*
           MOVE PTE-PARTITION-NO(PT-INDEX) TO PDL-PARTITION-NO.
           MOVE PTE-PART-LOW(PT-INDEX)  TO PDL-PART-LOW.
           MOVE PTE-PART-HIGH(PT-INDEX) TO PDL-PART-HIGH.
           MOVE PTE-PAY-COUNT(PT-INDEX) TO PDL-PAY-COUNT.
           MOVE PTE-PAY-HASH(PT-INDEX)  TO PDL-PAY-HASH.
           MOVE PTE-CES-COUNT(PT-INDEX) TO PDL-CES-COUNT.
           MOVE PTE-CES-HASH(PT-INDEX)  TO PDL-CES-HASH.
           MOVE PART-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       7020-PRINT-ONE-EXPOSURE.
      *----------------------------------------------------------*
           SET EXL-POLICY-TYPE          TO EXP-INDEX.
           MOVE EXE-NEW-BILLED(EXP-INDEX)  TO EXL-CLAIM-AMOUNT.
           MOVE EXE-NEW-PAID(EXP-INDEX) TO EXL-CLAIM-AMOUNT-PAID.
           MOVE EXPOSURE-LINE           TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       8000-READ-PAY-PART.
      *----------------------------------------------------------*
           READ PAY-PART-FILE
               AT END MOVE 'Y'          TO PAY-EOF-SW.
      *----------------------------------------------------------*
       8100-READ-CES-PART.
      *----------------------------------------------------------*
           READ CES-PART-FILE
               AT END MOVE 'Y'          TO CES-EOF-SW.
      *----------------------------------------------------------*
       8200-READ-EOB-PART.
      *----------------------------------------------------------*
           READ EOB-PART-FILE
               AT END MOVE 'Y'          TO EOB-EOF-SW.
      *----------------------------------------------------------*
       8300-READ-DEV-PART.
      *----------------------------------------------------------*
           READ DEV-PART-FILE
               AT END MOVE 'Y'          TO DEV-EOF-SW.
      *----------------------------------------------------------*
       8400-READ-EXPOSURE-OLD.
      *----------------------------------------------------------*
           READ EXPOSURE-OLD
               AT END MOVE 'Y'          TO EXPOSURE-OLD-EOF-SW.
      *----------------------------------------------------------*
       8500-READ-EXP-PART.
      *----------------------------------------------------------*
           READ EXP-PART-FILE
               AT END MOVE 'Y'          TO EXP-PART-EOF-SW.
      *----------------------------------------------------------*
       8600-READ-REM-PART.
      *----------------------------------------------------------*
           READ REM-PART-FILE
               AT END MOVE 'Y'          TO REM-EOF-SW.
      *----------------------------------------------------------*
       9900-MERGE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF MIDMERGE                *'.
           DISPLAY '* PARTITION OUTPUTS NOT MERGED            *'.
           DISPLAY '* ' WS-MERGE-ERROR-TEXT.
           DISPLAY '*----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE ZERO                    TO RL-CONTROL-TOTAL.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           STOP RUN.
