       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-RULE-FILE ASSIGN TO RETNRULE.
           SELECT OPTIONAL LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD.
           SELECT ACCT-MASTER     ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO.
           SELECT ADDR-MASTER     ASSIGN TO ADDRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADDR-ACCT-NO.
           SELECT ACCT-AUDIT-FILE ASSIGN TO ACCTAUDT.
           SELECT ACCT-AUDIT-NEW  ASSIGN TO ACCTAUDN.
           SELECT STMT-ARCH-FILE  ASSIGN TO STMTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STMT-ARCH-KEY.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMAST.
           SELECT POLICY-NEW-FILE ASSIGN TO POLMASTN.
           SELECT POL-AUDIT-FILE  ASSIGN TO POLAUDT.
           SELECT POL-AUDIT-NEW   ASSIGN TO POLAUDTN.
           SELECT CLAIM-HIST-FILE ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-KEY.
           SELECT EOB-FEED-FILE   ASSIGN TO EOBFEED.
           SELECT EOB-FEED-NEW    ASSIGN TO EOBFEEDN.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  RETENTION-RULE-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    ONE RULE PER DATA CATEGORY.  THE CATEGORY IS THE FILE
      *    THE PERSONAL DATA IS HELD ON; THE RETENTION IS THE
      *    NUMBER OF MONTHS AFTER THE ACCOUNT OR POLICY CLOSED THAT
      *    THE NAMES AND ADDRESSES MAY BE KEPT.
       01  RETENTION-RULE-RECORD.
           05  RR-DATA-CATEGORY          PIC X(08).
           05  FILLER                    PIC X(01).
           05  RR-RETENTION-MONTHS-X     PIC X(03).
           05  RR-RETENTION-MONTHS REDEFINES RR-RETENTION-MONTHS-X
                                         PIC 9(03).
           05  FILLER                    PIC X(01).
           05  RR-DESCRIPTION            PIC X(30).
           05  FILLER                    PIC X(37).
      *----------------------------------------------------------*
       FD  LEGAL-HOLD-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    LEGAL HOLDS FROM THE LAW DEPARTMENT.  KEY TYPE A IS AN
      *    ACCOUNT, P A POLICY.  A HOLD IS IN FORCE UNTIL ITS
      *    RELEASE DATE; A BLANK RELEASE DATE HOLDS INDEFINITELY.
       01  LEGAL-HOLD-RECORD.
           05  LH-KEY-TYPE               PIC X(01).
               88  LH-ACCOUNT                VALUE 'A'.
               88  LH-POLICY                 VALUE 'P'.
           05  LH-KEY                    PIC X(08).
           05  LH-CASE-REF               PIC X(12).
           05  LH-PLACED-DATE            PIC 9(08).
           05  LH-RELEASE-DATE           PIC X(08).
           05  LH-RELEASE-DATE-N REDEFINES LH-RELEASE-DATE
                                         PIC 9(08).
           05  FILLER                    PIC X(43).
      *----------------------------------------------------------*
       FD  ACCT-MASTER.
      *----------------------------------------------------------*
       COPY ACCTREC.
      *----------------------------------------------------------*
       FD  ADDR-MASTER.
      *----------------------------------------------------------*
       COPY ADDRREC.
      *----------------------------------------------------------*
       FD  ACCT-AUDIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ACCT-AUDIT-RECORD.
           05  AU-IMAGE-TYPE             PIC X(01).
               88  AU-BEFORE-IMAGE           VALUE 'B'.
               88  AU-AFTER-IMAGE            VALUE 'A'.
           05  AU-TRANS-CODE             PIC X(01).
           05  AU-RUN-DATE               PIC 9(08).
           05  AU-RUN-TIME               PIC 9(08).
           05  AU-ACCT-IMAGE.
               10  AU-ACCT-NO            PIC X(08).
               10  AU-LAST-NAME          PIC X(20).
               10  AU-FIRST-NAME         PIC X(14).
               10  FILLER                PIC X(25).
           05  AU-OPERATOR-ID            PIC X(08).
           05  FILLER                    PIC X(07).
      *----------------------------------------------------------*
       FD  ACCT-AUDIT-NEW
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  ACCT-AUDIT-NEW-RECORD         PIC X(100).
      *----------------------------------------------------------*
       FD  STMT-ARCH-FILE.
      *----------------------------------------------------------*
       01  STMT-ARCH-RECORD.
           05  STMT-ARCH-KEY.
               10  SA-ACCT-NO            PIC X(08).
               10  SA-STMT-DATE          PIC X(08).
               10  SA-LINE-SEQ           PIC 9(04).
           05  SA-LINE-TEXT              PIC X(112).
      *----------------------------------------------------------*
       FD  POLICY-MASTER-FILE
           RECORDING MODE IS F.
       COPY POLMAST.
      *----------------------------------------------------------*
       FD  POLICY-NEW-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  POLICY-NEW-RECORD             PIC X(80).
      *----------------------------------------------------------*
       FD  POL-AUDIT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  POL-AUDIT-RECORD.
           05  PA-IMAGE-TYPE             PIC X(01).
               88  PA-BEFORE-IMAGE           VALUE 'B'.
               88  PA-AFTER-IMAGE            VALUE 'A'.
           05  PA-TRANS-CODE             PIC X(01).
               88  PA-CLOSE                  VALUE 'X'.
           05  PA-RUN-DATE               PIC 9(08).
           05  PA-RUN-TIME               PIC 9(08).
           05  PA-POLICY-IMAGE.
               10  PA-POLICY-NO          PIC X(07).
               10  PA-LAST-NAME          PIC X(15).
               10  PA-FIRST-NAME         PIC X(10).
               10  FILLER                PIC X(46).
           05  PA-OPERATOR-ID            PIC X(08).
      *----------------------------------------------------------*
       FD  POL-AUDIT-NEW
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  POL-AUDIT-NEW-RECORD          PIC X(104).
      *----------------------------------------------------------*
       FD  CLAIM-HIST-FILE.
       COPY CLMHIST.
      *----------------------------------------------------------*
       FD  EOB-FEED-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  EOB-FEED-RECORD.
           05  EB-POLICY-NO              PIC X(07).
           05  EB-LAST-NAME              PIC X(15).
           05  EB-FIRST-NAME             PIC X(10).
           05  EB-CLAIM-AMOUNT           PIC 9(07)V99.
           05  EB-DED-APPLIED            PIC 9(07)V99.
           05  EB-COINS-PCT              PIC 9(02).
           05  EB-COINS-AMOUNT           PIC 9(07)V99.
           05  EB-AMOUNT-PAID            PIC 9(07)V99.
           05  EB-DISPOSITION            PIC X(01).
           05  EB-REJECT-REASON          PIC X(20).
           05  EB-BENEFIT-DATE           PIC 9(08).
           05  FILLER                    PIC X(100).
      *----------------------------------------------------------*
       FD  EOB-FEED-NEW
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  EOB-FEED-NEW-RECORD           PIC X(199).
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
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTLFL.
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    PERSONAL DATA RETENTION PURGE.  ONCE AN ACCOUNT OR POLICY
      *    HAS BEEN CLOSED LONGER THAN THE RETENTION FOR A FILE
      *    (RETNRULE), THE NAMES AND ADDRESSES ON THAT FILE ARE
      *    OVERWRITTEN WITH 'ANONYMIZED' / SPACES.  KEYS, DATES,
      *    BALANCES AND AMOUNTS ARE NOT TOUCHED, SO FINANCIAL
      *    HISTORY AND CONTROL TOTALS STILL RECONCILE - THE
      *    CERTIFICATE PROVES IT FILE BY FILE.
      *      ACCOUNT FILES - CLOSED DATE IS ACCT-STATUS-DATE ON A
      *        CLOSED (C) ACCOUNT:
      *          ACCTMST   NAME                      (IN PLACE)
      *          ADDRMST   ADDRESS LINES, CITY, ZIP  (IN PLACE)
      *          ACCTAUDT  NAME IN THE IMAGES        (TO ACCTAUDN)
      *          STMTARCH  NAME AND ADDRESS LINES    (IN PLACE)
      *      POLICY FILES - CLOSED DATE IS THE RUN DATE OF THE
      *        NEWEST POLAUDT CLOSE (X) IMAGE OF A POLICY STILL
      *        CLOSED ON POLMAST:
      *          POLMAST   INSURED NAME              (TO POLMASTN)
      *          POLAUDT   NAME IN THE IMAGES        (TO POLAUDTN)
      *          CLMHIST   INSURED NAME - NOT WHILE THE CLAIM IS
      *                    SUSPENDED OR UNDER APPEAL (IN PLACE)
      *          EOBFEED   INSURED NAME              (TO EOBFEEDN)
      *    A FILE WITH NO RULE IS NOT PURGED.  AN ACCOUNT OR POLICY
      *    ON LEGLHOLD IS SKIPPED AND LISTED.  A CLOSED ACCOUNT OR
      *    POLICY WITH NO CLOSED DATE IS NEVER PURGED.  RETURN CODE
      *    4 WHEN A FILE HAD NO RULE OR A CLOSED DATE WAS MISSING.
      *----------------------------------------------------------*
       01  PURGE-FILE-NAMES.
           05  FILLER  PIC X(32) VALUE
               'ACCTMST ACCOUNT MASTER          '.
           05  FILLER  PIC X(32) VALUE
               'ADDRMST ADDRESS MASTER          '.
           05  FILLER  PIC X(32) VALUE
               'ACCTAUDTACCOUNT AUDIT TRAIL     '.
           05  FILLER  PIC X(32) VALUE
               'STMTARCHSTATEMENT ARCHIVE       '.
           05  FILLER  PIC X(32) VALUE
               'POLMAST POLICY MASTER           '.
           05  FILLER  PIC X(32) VALUE
               'POLAUDT POLICY AUDIT TRAIL      '.
           05  FILLER  PIC X(32) VALUE
               'CLMHIST CLAIMS HISTORY          '.
           05  FILLER  PIC X(32) VALUE
               'EOBFEED EOB FEED                '.
       01  PURGE-FILE-NAMES-R REDEFINES PURGE-FILE-NAMES.
           05  PFN-ENTRY OCCURS 8 TIMES.
               10  PFN-FILE-ID           PIC X(08).
               10  PFN-DESCRIPTION       PIC X(24).
      *----------------------------------------------------------*
       01  PURGE-FILE-TABLE-FIELDS.
           05  PURGE-FILE-TABLE OCCURS 8 TIMES
                           INDEXED BY PF-INDEX.
               10  PFT-FILE-ID           PIC X(08).
               10  PFT-DESCRIPTION       PIC X(24).
               10  PFT-RULE-SW           PIC X(01).
                   88  PFT-HAS-RULE          VALUE 'Y'.
               10  PFT-MONTHS            PIC 9(03).
               10  PFT-CUTOFF            PIC 9(08).
               10  PFT-READ-COUNT        PIC 9(07).
               10  PFT-ANON-COUNT        PIC 9(07).
               10  PFT-HELD-COUNT        PIC 9(07).
               10  PFT-OUT-COUNT         PIC 9(07).
               10  PFT-AMOUNT-IN         PIC S9(11)V99.
               10  PFT-AMOUNT-OUT        PIC S9(11)V99.
      *----------------------------------------------------------*
       01  HOLD-TABLE-FIELDS.
           05  HOLD-TABLE OCCURS 1000 TIMES
                           INDEXED BY HD-INDEX.
               10  HDT-KEY-TYPE          PIC X(01).
               10  HDT-KEY               PIC X(08).
               10  HDT-CASE-REF          PIC X(12).
           05  HOLD-COUNT                PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  CLOSED-ACCT-TABLE-FIELDS.
           05  CLOSED-ACCT-TABLE OCCURS 9999 TIMES
                           INDEXED BY CA-INDEX.
               10  CAT-ACCT-NO           PIC X(08).
               10  CAT-CLOSE-DATE        PIC 9(08).
               10  CAT-HOLD-REF          PIC X(12).
           05  CLOSED-ACCT-COUNT         PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  CLOSED-POL-TABLE-FIELDS.
           05  CLOSED-POL-TABLE OCCURS 9999 TIMES
                           INDEXED BY CP-INDEX.
               10  CPT-POLICY-NO         PIC X(07).
               10  CPT-CLOSE-DATE        PIC 9(08).
               10  CPT-STILL-CLOSED-SW   PIC X(01).
                   88  CPT-STILL-CLOSED      VALUE 'Y'.
               10  CPT-HOLD-REF          PIC X(12).
           05  CLOSED-POL-COUNT          PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  PERSONAL DATA RETENTION PURGE         '.
               10  FILLER  PIC X(24) VALUE
                   'CERTIFICATE             '.
               10  FILLER  PIC X(16) VALUE ' BUSINESS DATE: '.
               10  HL1-TODAY-DATE        PIC 9(08).
               10  FILLER  PIC X(07) VALUE '  PAGE '.
               10  HL1-PAGE-NO           PIC ZZ9.
               10  FILLER                PIC X(34) VALUE SPACE.
      *----------------------------------------------------------*
           05  FILE-HEADING-LINE.
               10  FHL-FILE-ID           PIC X(08).
               10  FILLER                PIC X(03) VALUE ' - '.
               10  FHL-DESCRIPTION       PIC X(24).
               10  FHL-RULE-TEXT         PIC X(40).
               10  FHL-RULE-LINE REDEFINES FHL-RULE-TEXT.
                   15  FILLER            PIC X(12).
                   15  FHL-MONTHS        PIC ZZ9.
                   15  FILLER            PIC X(16).
                   15  FHL-CUTOFF        PIC 9(08).
                   15  FILLER            PIC X(01).
               10  FILLER                PIC X(57) VALUE SPACE.
      *----------------------------------------------------------*
           05  CERT-DETAIL-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  CDL-KEY               PIC X(20).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-CLOSE-DATE        PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-ACTION            PIC X(28).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-DETAIL            PIC X(40).
               10  FILLER                PIC X(26) VALUE SPACE.
      *----------------------------------------------------------*
           05  TOTAL-HEADING-LINE.
               10  FILLER  PIC X(20) VALUE 'FILE        RULE  CU'.
               10  FILLER  PIC X(20) VALUE 'TOFF    RECS READ  A'.
               10  FILLER  PIC X(20) VALUE 'NONYMIZED  LEGAL HOL'.
               10  FILLER  PIC X(20) VALUE 'D  RECS AFTER      A'.
               10  FILLER  PIC X(20) VALUE 'MOUNT BEFORE       A'.
               10  FILLER  PIC X(20) VALUE 'MOUNT AFTER  BALANCE'.
               10  FILLER                PIC X(12) VALUE SPACE.
      *----------------------------------------------------------*
           05  TOTAL-DETAIL-LINE.
               10  TDL-FILE-ID           PIC X(08).
               10  FILLER                PIC X(04) VALUE SPACE.
               10  TDL-MONTHS            PIC X(04).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  TDL-CUTOFF            PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  TDL-READ-COUNT        PIC Z,ZZZ,ZZ9.
               10  FILLER                PIC X(03) VALUE SPACE.
               10  TDL-ANON-COUNT        PIC Z,ZZZ,ZZ9.
               10  FILLER                PIC X(03) VALUE SPACE.
               10  TDL-HELD-COUNT        PIC Z,ZZZ,ZZ9.
               10  FILLER                PIC X(03) VALUE SPACE.
               10  TDL-OUT-COUNT         PIC Z,ZZZ,ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  TDL-AMOUNT-IN         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TDL-AMOUNT-OUT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  TDL-BALANCE-FLAG      PIC X(12).
      *----------------------------------------------------------*
       01  WS-PURGE-FIELDS.
           05  WS-TODAY-DATE             PIC 9(08).
           05  WS-PURGE-NAME             PIC X(10) VALUE 'ANONYMIZED'.
           05  WS-FILE-SUB               PIC 9(02).
           05  WS-CUTOFF-DATE            PIC 9(08).
           05  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
               10  WS-CUTOFF-YEAR        PIC 9(04).
               10  WS-CUTOFF-MONTH       PIC 9(02).
               10  WS-CUTOFF-DAY         PIC 9(02).
           05  WS-MONTH-NUMBER           PIC 9(06).
           05  WS-CHECK-KEY-TYPE         PIC X(01).
           05  WS-CHECK-KEY              PIC X(08).
           05  WS-HOLD-REF               PIC X(12).
           05  WS-PURGE-ACTION           PIC X(01).
               88  WS-ANONYMIZE              VALUE 'A'.
               88  WS-LEGAL-HOLD             VALUE 'H'.
               88  WS-KEEP                   VALUE 'N'.
           05  WS-CLOSE-DATE             PIC 9(08).
           05  WS-STMT-PREV-KEY          PIC X(16) VALUE SPACE.
           05  WS-STMT-ACTION            PIC X(01).
           05  WS-STMT-ADDR-SW           PIC X(01).
               88  WS-STMT-IN-ADDRESS        VALUE 'Y'.
           05  WS-STMT-LISTED-SW         PIC X(01).
               88  WS-STMT-LISTED            VALUE 'Y'.
           05  WS-STMT-TEXT              PIC X(112).
           05  WS-PAGE-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-LINE-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-RULE-REJECT-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-NO-RULE-COUNT          PIC 9(02) VALUE ZERO.
           05  WS-NO-DATE-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-OPEN-CLAIM-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-ANON-COUNT       PIC 9(07) VALUE ZERO.
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
           05  RULE-EOF-SW               PIC X(01) VALUE 'N'.
               88  RULE-EOF                  VALUE 'Y'.
           05  HOLD-EOF-SW               PIC X(01) VALUE 'N'.
               88  HOLD-EOF                  VALUE 'Y'.
           05  ACCT-EOF-SW               PIC X(01) VALUE 'N'.
               88  ACCT-EOF                  VALUE 'Y'.
           05  ADDR-EOF-SW               PIC X(01) VALUE 'N'.
               88  ADDR-EOF                  VALUE 'Y'.
           05  AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
               88  AUDIT-EOF                 VALUE 'Y'.
           05  STMT-EOF-SW               PIC X(01) VALUE 'N'.
               88  STMT-EOF                  VALUE 'Y'.
           05  POLICY-EOF-SW             PIC X(01) VALUE 'N'.
               88  POLICY-EOF                VALUE 'Y'.
           05  POL-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
               88  POL-AUDIT-EOF             VALUE 'Y'.
           05  CLAIM-EOF-SW              PIC X(01) VALUE 'N'.
               88  CLAIM-EOF                 VALUE 'Y'.
           05  EOB-EOF-SW                PIC X(01) VALUE 'N'.
               88  EOB-EOF                   VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-RETENTION-RULES.
           PERFORM 1200-LOAD-LEGAL-HOLDS.
           PERFORM 2000-PURGE-ACCOUNT-MASTER.
           PERFORM 2200-PURGE-ADDRESS-MASTER.
           PERFORM 2400-PURGE-ACCOUNT-AUDIT.
           PERFORM 2600-PURGE-STATEMENT-ARCHIVE.
           PERFORM 3000-LOAD-POLICY-CLOSE-DATES.
           PERFORM 3100-PURGE-POLICY-MASTER.
           PERFORM 3300-PURGE-POLICY-AUDIT.
           PERFORM 3500-PURGE-CLAIM-HISTORY.
           PERFORM 3700-PURGE-EOB-FEED.
           PERFORM 3800-PRINT-CONTROL-TOTALS.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           IF  WS-NO-RULE-COUNT > ZERO
           OR  WS-NO-DATE-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  RETENTION-RULE-FILE
                          LEGAL-HOLD-FILE
                          ACCT-AUDIT-FILE
                          POLICY-MASTER-FILE
                          POL-AUDIT-FILE
                          EOB-FEED-FILE
                   I-O    ACCT-MASTER
                          ADDR-MASTER
                          STMT-ARCH-FILE
                          CLAIM-HIST-FILE
                   OUTPUT ACCT-AUDIT-NEW
                          POLICY-NEW-FILE
                          POL-AUDIT-NEW
                          EOB-FEED-NEW
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "RETPURGE"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-DATE
                                           HL1-TODAY-DATE.
           PERFORM 1010-SET-UP-ONE-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 8.
           PERFORM 9010-PRINT-HEADINGS.
      *----------------------------------------------------------*
       1010-SET-UP-ONE-FILE.
      *----------------------------------------------------------*
           MOVE PFN-FILE-ID(WS-FILE-SUB) TO PFT-FILE-ID(WS-FILE-SUB).
           MOVE PFN-DESCRIPTION(WS-FILE-SUB)
                                        TO PFT-DESCRIPTION(WS-FILE-SUB).
           MOVE 'N'                     TO PFT-RULE-SW(WS-FILE-SUB).
           MOVE ZERO                    TO PFT-MONTHS(WS-FILE-SUB)
                                           PFT-CUTOFF(WS-FILE-SUB)
                                           PFT-READ-COUNT(WS-FILE-SUB)
                                           PFT-ANON-COUNT(WS-FILE-SUB)
                                           PFT-HELD-COUNT(WS-FILE-SUB)
                                           PFT-OUT-COUNT(WS-FILE-SUB)
                                           PFT-AMOUNT-IN(WS-FILE-SUB)
                                           PFT-AMOUNT-OUT(WS-FILE-SUB).
      *----------------------------------------------------------*
       1070-READ-RUN-CONTROL.
      *----------------------------------------------------------*
           OPEN INPUT RUN-CONTROL-FILE.
           MOVE ZERO                    TO BD-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               AT END CONTINUE.
           IF  BD-BUSINESS-DATE-X NUMERIC
           AND BD-BUSINESS-DATE-X NOT = '00000000'
               MOVE BD-BUS-YEAR         TO WS-CURRENT-YEAR
               MOVE BD-BUS-MONTH        TO WS-CURRENT-MONTH
               MOVE BD-BUS-DAY          TO WS-CURRENT-DAY.
           CLOSE RUN-CONTROL-FILE.
      *----------------------------------------------------------*
       1100-LOAD-RETENTION-RULES.
      *----------------------------------------------------------*
           PERFORM 8010-READ-RETENTION-RULE.
           PERFORM 1110-APPLY-ONE-RULE
               UNTIL RULE-EOF.
           PERFORM 1120-COUNT-MISSING-RULE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 8.
      *----------------------------------------------------------*
       1110-APPLY-ONE-RULE.
      *----------------------------------------------------------*
      *    THE CUTOFF IS THE BUSINESS DATE LESS THE RETENTION
      *    MONTHS; A RECORD CLOSED BEFORE IT IS PAST RETENTION.
           SET PF-INDEX TO 1.
           SEARCH PURGE-FILE-TABLE
               AT END
                   DISPLAY 'RETPURGE - UNKNOWN DATA CATEGORY: '
                           RR-DATA-CATEGORY
                   ADD 1                TO WS-RULE-REJECT-COUNT
               WHEN PFT-FILE-ID(PF-INDEX) = RR-DATA-CATEGORY
                   IF  RR-RETENTION-MONTHS-X NUMERIC
                       MOVE 'Y'         TO PFT-RULE-SW(PF-INDEX)
                       MOVE RR-RETENTION-MONTHS
                                        TO PFT-MONTHS(PF-INDEX)
                       MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE
                       COMPUTE WS-MONTH-NUMBER =
                           WS-CUTOFF-YEAR * 12 + WS-CUTOFF-MONTH - 1
                                           - RR-RETENTION-MONTHS
                       DIVIDE WS-MONTH-NUMBER BY 12
                           GIVING WS-CUTOFF-YEAR
                           REMAINDER WS-CUTOFF-MONTH
                       ADD 1            TO WS-CUTOFF-MONTH
                       MOVE WS-CUTOFF-DATE
                                        TO PFT-CUTOFF(PF-INDEX)
                   ELSE
                       DISPLAY 'RETPURGE - INVALID RETENTION MONTHS: '
                               RR-DATA-CATEGORY
                       ADD 1            TO WS-RULE-REJECT-COUNT
                   END-IF.
           PERFORM 8010-READ-RETENTION-RULE.
      *----------------------------------------------------------*
       1120-COUNT-MISSING-RULE.
      *----------------------------------------------------------*
           IF  NOT PFT-HAS-RULE(WS-FILE-SUB)
               ADD 1                    TO WS-NO-RULE-COUNT.
      *----------------------------------------------------------*
       1200-LOAD-LEGAL-HOLDS.
      *----------------------------------------------------------*
      *    ONLY HOLDS STILL IN FORCE ON THE BUSINESS DATE ARE KEPT.
           PERFORM 8020-READ-LEGAL-HOLD.
           PERFORM 1210-STORE-ONE-HOLD
               UNTIL HOLD-EOF.
      *----------------------------------------------------------*
       1210-STORE-ONE-HOLD.
      *----------------------------------------------------------*
           IF  (LH-ACCOUNT OR LH-POLICY)
           AND (LH-RELEASE-DATE = SPACE
             OR (LH-RELEASE-DATE NUMERIC
             AND LH-RELEASE-DATE-N > WS-TODAY-DATE))
               IF  HOLD-COUNT = 1000
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                    TO HOLD-COUNT
               SET HD-INDEX             TO HOLD-COUNT
               MOVE LH-KEY-TYPE         TO HDT-KEY-TYPE(HD-INDEX)
               MOVE LH-KEY              TO HDT-KEY(HD-INDEX)
               MOVE LH-CASE-REF         TO HDT-CASE-REF(HD-INDEX)
               IF  LH-CASE-REF = SPACE
                   MOVE 'NO CASE REF'   TO HDT-CASE-REF(HD-INDEX)
               END-IF.
           PERFORM 8020-READ-LEGAL-HOLD.
      *----------------------------------------------------------*
       2000-PURGE-ACCOUNT-MASTER.
      *----------------------------------------------------------*
      *    EVERY CLOSED ACCOUNT IS NOTED WITH ITS CLOSED DATE AND
      *    ANY LEGAL HOLD FOR THE OTHER ACCOUNT FILES.
           MOVE 1                       TO WS-FILE-SUB.
           PERFORM 9020-PRINT-FILE-HEADING.
           PERFORM 8030-READ-ACCT-MASTER.
           PERFORM 2010-PURGE-ONE-ACCOUNT
               UNTIL ACCT-EOF.
      *----------------------------------------------------------*
       2010-PURGE-ONE-ACCOUNT.
      *----------------------------------------------------------*
           ADD 1                        TO PFT-READ-COUNT(1)
                                           WS-RUN-LOG-COUNT.
           ADD ACCT-BALANCE             TO PFT-AMOUNT-IN(1).
           IF  ACCT-CLOSED
               PERFORM 2020-NOTE-CLOSED-ACCOUNT
               MOVE ACCT-NO             TO WS-CHECK-KEY
               PERFORM 5100-CHECK-ACCOUNT
               EVALUATE TRUE
                   WHEN WS-LEGAL-HOLD
                       MOVE ACCT-NO     TO CDL-KEY
                       PERFORM 5500-LIST-HELD-RECORD
                   WHEN WS-ANONYMIZE
                   AND (LAST-NAME NOT = WS-PURGE-NAME
                     OR FIRST-NAME NOT = SPACE)
                       MOVE WS-PURGE-NAME TO LAST-NAME
                       MOVE SPACE       TO FIRST-NAME
                       REWRITE ACCT-RECORD
                           INVALID KEY
                               DISPLAY 'RETPURGE - REWRITE FAILED: '
                                       ACCT-NO
                       END-REWRITE
                       MOVE ACCT-NO     TO CDL-KEY
                       MOVE 'NAME'      TO CDL-DETAIL
                       PERFORM 5400-LIST-ANONYMIZED-RECORD
               END-EVALUATE.
           ADD 1                        TO PFT-OUT-COUNT(1).
           ADD ACCT-BALANCE             TO PFT-AMOUNT-OUT(1).
           PERFORM 8030-READ-ACCT-MASTER.
      *----------------------------------------------------------*
       2020-NOTE-CLOSED-ACCOUNT.
      *----------------------------------------------------------*
           IF  ACCT-STATUS-DATE = ZERO
               ADD 1                    TO WS-NO-DATE-COUNT
               MOVE ACCT-NO             TO CDL-KEY
               MOVE SPACE               TO CDL-CLOSE-DATE
                                           CDL-DETAIL
               MOVE 'NO CLOSED DATE - NOT PURGED' TO CDL-ACTION
               PERFORM 9000-PRINT-CERT-LINE
           ELSE
               IF  CLOSED-ACCT-COUNT = 9999
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                    TO CLOSED-ACCT-COUNT
               SET CA-INDEX             TO CLOSED-ACCT-COUNT
               MOVE ACCT-NO             TO CAT-ACCT-NO(CA-INDEX)
               MOVE ACCT-STATUS-DATE    TO CAT-CLOSE-DATE(CA-INDEX)
               MOVE 'A'                 TO WS-CHECK-KEY-TYPE
               MOVE ACCT-NO             TO WS-CHECK-KEY
               PERFORM 5300-CHECK-LEGAL-HOLD
               MOVE WS-HOLD-REF         TO CAT-HOLD-REF(CA-INDEX).
      *----------------------------------------------------------*
       2200-PURGE-ADDRESS-MASTER.
      *----------------------------------------------------------*
           MOVE 2                       TO WS-FILE-SUB.
           PERFORM 9020-PRINT-FILE-HEADING.
           PERFORM 8040-READ-ADDR-MASTER.
           PERFORM 2210-PURGE-ONE-ADDRESS
               UNTIL ADDR-EOF.
      *----------------------------------------------------------*
       2210-PURGE-ONE-ADDRESS.
      *----------------------------------------------------------*
      *    THE STATE IS KEPT FOR STATE-LEVEL REPORTING.
           ADD 1                        TO PFT-READ-COUNT(2)
                                           WS-RUN-LOG-COUNT.
           MOVE ADDR-ACCT-NO            TO WS-CHECK-KEY.
           PERFORM 5100-CHECK-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-LEGAL-HOLD
                   MOVE ADDR-ACCT-NO    TO CDL-KEY
                   PERFORM 5500-LIST-HELD-RECORD
               WHEN WS-ANONYMIZE
               AND (ADDR-LINE-1 NOT = WS-PURGE-NAME
                 OR ADDR-LINE-2 NOT = SPACE
                 OR ADDR-CITY NOT = SPACE
                 OR ADDR-ZIP NOT = SPACE)
                   MOVE WS-PURGE-NAME   TO ADDR-LINE-1
                   MOVE SPACE           TO ADDR-LINE-2
                                           ADDR-CITY
                                           ADDR-ZIP
                   REWRITE ADDR-RECORD
                       INVALID KEY
                           DISPLAY 'RETPURGE - REWRITE FAILED: '
                                   ADDR-ACCT-NO
                   END-REWRITE
                   MOVE ADDR-ACCT-NO    TO CDL-KEY
                   MOVE 'ADDRESS LINES, CITY, ZIP' TO CDL-DETAIL
                   PERFORM 5400-LIST-ANONYMIZED-RECORD
           END-EVALUATE.
           ADD 1                        TO PFT-OUT-COUNT(2).
           PERFORM 8040-READ-ADDR-MASTER.
      *----------------------------------------------------------*
       2400-PURGE-ACCOUNT-AUDIT.
      *----------------------------------------------------------*
           MOVE 3                       TO WS-FILE-SUB.
           PERFORM 9020-PRINT-FILE-HEADING.
           PERFORM 8050-READ-ACCT-AUDIT.
           PERFORM 2410-PURGE-ONE-AUDIT-IMAGE
               UNTIL AUDIT-EOF.
      *----------------------------------------------------------*
       2410-PURGE-ONE-AUDIT-IMAGE.
      *----------------------------------------------------------*
           ADD 1                        TO PFT-READ-COUNT(3)
                                           WS-RUN-LOG-COUNT.
           MOVE AU-ACCT-NO              TO WS-CHECK-KEY.
           PERFORM 5100-CHECK-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-LEGAL-HOLD
                   ADD 1                TO PFT-HELD-COUNT(3)
               WHEN WS-ANONYMIZE
               AND (AU-LAST-NAME NOT = WS-PURGE-NAME
                 OR AU-FIRST-NAME NOT = SPACE)
                   MOVE WS-PURGE-NAME   TO AU-LAST-NAME
                   MOVE SPACE           TO AU-FIRST-NAME
                   MOVE SPACE           TO CDL-KEY
                   MOVE AU-ACCT-NO      TO CDL-KEY(1:8)
                   MOVE AU-RUN-DATE     TO CDL-KEY(10:8)
                   MOVE AU-IMAGE-TYPE   TO CDL-KEY(19:1)
                   MOVE 'NAME IN IMAGE' TO CDL-DETAIL
                   PERFORM 5400-LIST-ANONYMIZED-RECORD
           END-EVALUATE.
           MOVE ACCT-AUDIT-RECORD       TO ACCT-AUDIT-NEW-RECORD.
           WRITE ACCT-AUDIT-NEW-RECORD.
           ADD 1                        TO PFT-OUT-COUNT(3).
           PERFORM 8050-READ-ACCT-AUDIT.
      *----------------------------------------------------------*
       2600-PURGE-STATEMENT-ARCHIVE.
      *----------------------------------------------------------*
      *    EACH ARCHIVED STATEMENT IS A TITLE LINE, THE NAME LINE
      *    (LINE 2), THE ADDRESS OR STATE LINES AND THEN THE
      *    'ACCOUNT:' LINE.  THE NAME AND ADDRESS LINES ARE
      *    ANONYMIZED; THE ACTIVITY LINES ARE KEPT.
           MOVE 4                       TO WS-FILE-SUB.
           PERFORM 9020-PRINT-FILE-HEADING.
           PERFORM 8060-READ-STMT-ARCH.
           PERFORM 2610-PURGE-ONE-STMT-LINE
               UNTIL STMT-EOF.
      *----------------------------------------------------------*
       2610-PURGE-ONE-STMT-LINE.
      *----------------------------------------------------------*
           ADD 1                        TO PFT-READ-COUNT(4)
                                           WS-RUN-LOG-COUNT.
           IF  STMT-ARCH-KEY(1:16) NOT = WS-STMT-PREV-KEY
               MOVE STMT-ARCH-KEY(1:16) TO WS-STMT-PREV-KEY
               MOVE SA-ACCT-NO          TO WS-CHECK-KEY
               PERFORM 5100-CHECK-ACCOUNT
               MOVE WS-PURGE-ACTION     TO WS-STMT-ACTION
               MOVE 'N'                 TO WS-STMT-ADDR-SW
                                           WS-STMT-LISTED-SW.
           IF  WS-STMT-ACTION = 'H'
               ADD 1                    TO PFT-HELD-COUNT(4).
           IF  WS-STMT-ACTION = 'A'
               IF  SA-LINE-SEQ = 2
                   MOVE 'Y'             TO WS-STMT-ADDR-SW
               END-IF
               IF  SA-LINE-TEXT(5:9) = 'ACCOUNT: '
                   MOVE 'N'             TO WS-STMT-ADDR-SW
               END-IF
               IF  WS-STMT-IN-ADDRESS
                   PERFORM 2620-ANONYMIZE-STMT-LINE
               END-IF.
           ADD 1                        TO PFT-OUT-COUNT(4).
           PERFORM 8060-READ-STMT-ARCH.
      *----------------------------------------------------------*
       2620-ANONYMIZE-STMT-LINE.
      *----------------------------------------------------------*
           MOVE SPACE                   TO WS-STMT-TEXT.
           IF  SA-LINE-SEQ = 2
               MOVE WS-PURGE-NAME       TO WS-STMT-TEXT(5:10).
           IF  SA-LINE-TEXT NOT = WS-STMT-TEXT
               MOVE WS-STMT-TEXT        TO SA-LINE-TEXT
               REWRITE STMT-ARCH-RECORD
                   INVALID KEY
                       DISPLAY 'RETPURGE - REWRITE FAILED: '
                               STMT-ARCH-KEY
               END-REWRITE
               IF  WS-STMT-LISTED
                   ADD 1                TO PFT-ANON-COUNT(4)
                                           WS-TOTAL-ANON-COUNT
               ELSE
                   MOVE 'Y'             TO WS-STMT-LISTED-SW
                   MOVE SPACE           TO CDL-KEY
                   MOVE SA-ACCT-NO      TO CDL-KEY(1:8)
                   MOVE SA-STMT-DATE    TO CDL-KEY(10:8)
                   MOVE 'NAME AND ADDRESS LINES' TO CDL-DETAIL
                   PERFORM 5400-LIST-ANONYMIZED-RECORD
               END-IF.
      *----------------------------------------------------------*
       3000-LOAD-POLICY-CLOSE-DATES.
      *----------------------------------------------------------*
      *    POLMAST CARRIES NO CLOSED DATE, SO IT IS TAKEN FROM THE
      *    NEWEST CLOSE AFTER-IMAGE POLMNT WROTE FOR THE POLICY.
      *    THE AUDIT FILE IS THEN REOPENED FOR ITS OWN PURGE.
           PERFORM 8080-READ-POL-AUDIT.
           PERFORM 3010-NOTE-ONE-POLICY-CLOSE
               UNTIL POL-AUDIT-EOF.
           CLOSE POL-AUDIT-FILE.
           OPEN INPUT POL-AUDIT-FILE.
           MOVE 'N'                     TO POL-AUDIT-EOF-SW.
      *----------------------------------------------------------*
       3010-NOTE-ONE-POLICY-CLOSE.
      *----------------------------------------------------------*
           IF  PA-CLOSE AND PA-AFTER-IMAGE
               SET CP-INDEX TO 1
               SEARCH CLOSED-POL-TABLE
                   AT END
                       PERFORM 9900-TABLE-ERROR
                   WHEN CP-INDEX > CLOSED-POL-COUNT
                       ADD 1            TO CLOSED-POL-COUNT
                       MOVE PA-POLICY-NO
                                        TO CPT-POLICY-NO(CP-INDEX)
                       MOVE PA-RUN-DATE TO CPT-CLOSE-DATE(CP-INDEX)
                       MOVE 'N'         TO CPT-STILL-CLOSED-SW(CP-INDEX)
                       MOVE SPACE       TO CPT-HOLD-REF(CP-INDEX)
                   WHEN CPT-POLICY-NO(CP-INDEX) = PA-POLICY-NO
                       IF  PA-RUN-DATE > CPT-CLOSE-DATE(CP-INDEX)
                           MOVE PA-RUN-DATE
                                        TO CPT-CLOSE-DATE(CP-INDEX)
                       END-IF
               END-SEARCH.
           PERFORM 8080-READ-POL-AUDIT.
      *----------------------------------------------------------*
       3100-PURGE-POLICY-MASTER.
      *----------------------------------------------------------*
           MOVE 5                       TO WS-FILE-SUB.
           PERFORM 9020-PRINT-FILE-HEADING.
           PERFORM 8070-READ-POLICY-MASTER.
           PERFORM 3110-PURGE-ONE-POLICY
               UNTIL POLICY-EOF.
      *----------------------------------------------------------*
       3110-PURGE-ONE-POLICY.
      *----------------------------------------------------------*
           ADD 1                        TO PFT-READ-COUNT(5)
                                           WS-RUN-LOG-COUNT.
           ADD PM-COVERAGE-LIMIT        TO PFT-AMOUNT-IN(5).
           IF  PM-CLOSED
               PERFORM 3120-NOTE-CLOSED-POLICY
               MOVE PM-POLICY-NO        TO WS-CHECK-KEY
               PERFORM 5200-CHECK-POLICY
               EVALUATE TRUE
                   WHEN WS-LEGAL-HOLD
                       MOVE PM-POLICY-NO TO CDL-KEY
                       PERFORM 5500-LIST-HELD-RECORD
                   WHEN WS-ANONYMIZE
                   AND (PM-INSURED-LAST-NAME NOT = WS-PURGE-NAME
                     OR PM-INSURED-FIRST-NAME NOT = SPACE)
                       MOVE WS-PURGE-NAME TO PM-INSURED-LAST-NAME
                       MOVE SPACE       TO PM-INSURED-FIRST-NAME
                       MOVE PM-POLICY-NO TO CDL-KEY
                       MOVE 'INSURED NAME' TO CDL-DETAIL
                       PERFORM 5400-LIST-ANONYMIZED-RECORD
               END-EVALUATE.
           MOVE POLICY-MASTER-RECORD    TO POLICY-NEW-RECORD.
           WRITE POLICY-NEW-RECORD.
           ADD 1                        TO PFT-OUT-COUNT(5).
           ADD PM-COVERAGE-LIMIT        TO PFT-AMOUNT-OUT(5).
           PERFORM 8070-READ-POLICY-MASTER.
      *----------------------------------------------------------*
       3120-NOTE-CLOSED-POLICY.
      *----------------------------------------------------------*
      *    A POLICY CLOSED AND LATER REOPENED IS NOT STILL CLOSED
      *    AND IS LEFT ALONE ON EVERY POLICY FILE.
           SET CP-INDEX TO 1.
           SEARCH CLOSED-POL-TABLE
               AT END
                   PERFORM 3130-LIST-NO-CLOSE-DATE
               WHEN CP-INDEX > CLOSED-POL-COUNT
                   PERFORM 3130-LIST-NO-CLOSE-DATE
               WHEN CPT-POLICY-NO(CP-INDEX) = PM-POLICY-NO
                   MOVE 'Y'             TO CPT-STILL-CLOSED-SW(CP-INDEX)
                   MOVE 'P'             TO WS-CHECK-KEY-TYPE
                   MOVE PM-POLICY-NO    TO WS-CHECK-KEY
                   PERFORM 5300-CHECK-LEGAL-HOLD
                   MOVE WS-HOLD-REF     TO CPT-HOLD-REF(CP-INDEX).
      *----------------------------------------------------------*
       3130-LIST-NO-CLOSE-DATE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-NO-DATE-COUNT.
           MOVE PM-POLICY-NO            TO CDL-KEY.
           MOVE SPACE                   TO CDL-CLOSE-DATE
                                           CDL-DETAIL.
           MOVE 'NO CLOSED DATE - NOT PURGED' TO CDL-ACTION.
           PERFORM 9000-PRINT-CERT-LINE.
      *----------------------------------------------------------*
       3300-PURGE-POLICY-AUDIT.
      *----------------------------------------------------------*
           MOVE 6                       TO WS-FILE-SUB.
           PERFORM 9020-PRINT-FILE-HEADING.
           PERFORM 8080-READ-POL-AUDIT.
           PERFORM 3310-PURGE-ONE-POL-AUDIT
               UNTIL POL-AUDIT-EOF.
      *----------------------------------------------------------*
       3310-PURGE-ONE-POL-AUDIT.
      *----------------------------------------------------------*
           ADD 1                        TO PFT-READ-COUNT(6)
                                           WS-RUN-LOG-COUNT.
           MOVE PA-POLICY-NO            TO WS-CHECK-KEY.
           PERFORM 5200-CHECK-POLICY.
           EVALUATE TRUE
               WHEN WS-LEGAL-HOLD
                   ADD 1                TO PFT-HELD-COUNT(6)
               WHEN WS-ANONYMIZE
               AND (PA-LAST-NAME NOT = WS-PURGE-NAME
                 OR PA-FIRST-NAME NOT = SPACE)
                   MOVE WS-PURGE-NAME   TO PA-LAST-NAME
                   MOVE SPACE           TO PA-FIRST-NAME
                   MOVE SPACE           TO CDL-KEY
                   MOVE PA-POLICY-NO    TO CDL-KEY(1:7)
                   MOVE PA-RUN-DATE     TO CDL-KEY(10:8)
                   MOVE PA-IMAGE-TYPE   TO CDL-KEY(19:1)
                   MOVE 'NAME IN IMAGE' TO CDL-DETAIL
                   PERFORM 5400-LIST-ANONYMIZED-RECORD
           END-EVALUATE.
           MOVE POL-AUDIT-RECORD        TO POL-AUDIT-NEW-RECORD.
           WRITE POL-AUDIT-NEW-RECORD.
           ADD 1                        TO PFT-OUT-COUNT(6).
           PERFORM 8080-READ-POL-AUDIT.
      *----------------------------------------------------------*
       3500-PURGE-CLAIM-HISTORY.
      *----------------------------------------------------------*
           MOVE 7                       TO WS-FILE-SUB.
           PERFORM 9020-PRINT-FILE-HEADING.
           PERFORM 8090-READ-CLAIM-HIST.
           PERFORM 3510-PURGE-ONE-CLAIM
               UNTIL CLAIM-EOF.
      *----------------------------------------------------------*
       3510-PURGE-ONE-CLAIM.
      *----------------------------------------------------------*
      *    A CLAIM STILL IN SUSPENSE, UNDER APPEAL OR WITH ITS
      *    PAYMENT HELD FOR WATCH-LIST REVIEW IS NOT CLOSED, WHATEVER
      *    THE STANDING OF ITS POLICY.
           ADD 1                        TO PFT-READ-COUNT(7)
                                           WS-RUN-LOG-COUNT.
           ADD CH-AMOUNT-PAID           TO PFT-AMOUNT-IN(7).
           MOVE CH-POLICY-NO            TO WS-CHECK-KEY.
           PERFORM 5200-CHECK-POLICY.
           EVALUATE TRUE
               WHEN WS-LEGAL-HOLD
                   MOVE CH-KEY          TO CDL-KEY
                   PERFORM 5500-LIST-HELD-RECORD
               WHEN WS-ANONYMIZE
               AND (CH-SUSPENDED OR CH-APPEAL-OPEN OR CH-APPEAL-LODGED
                    OR CH-HELD)
                   ADD 1                TO WS-OPEN-CLAIM-COUNT
                   MOVE CH-KEY          TO CDL-KEY
                   PERFORM 5600-SET-CLOSE-DATE
                   MOVE 'CLAIM STILL OPEN - SKIPPED' TO CDL-ACTION
                   MOVE SPACE           TO CDL-DETAIL
                   PERFORM 9000-PRINT-CERT-LINE
               WHEN WS-ANONYMIZE
               AND (CH-LAST-NAME NOT = WS-PURGE-NAME
                 OR CH-FIRST-NAME NOT = SPACE)
                   MOVE WS-PURGE-NAME   TO CH-LAST-NAME
                   MOVE SPACE           TO CH-FIRST-NAME
                   REWRITE CLAIM-HIST-RECORD
                       INVALID KEY
                           DISPLAY 'RETPURGE - REWRITE FAILED: '
                                   CH-KEY
                   END-REWRITE
                   MOVE CH-KEY          TO CDL-KEY
                   MOVE 'INSURED NAME'  TO CDL-DETAIL
                   PERFORM 5400-LIST-ANONYMIZED-RECORD
           END-EVALUATE.
           ADD 1                        TO PFT-OUT-COUNT(7).
           ADD CH-AMOUNT-PAID           TO PFT-AMOUNT-OUT(7).
           PERFORM 8090-READ-CLAIM-HIST.
      *----------------------------------------------------------*
       3700-PURGE-EOB-FEED.
      *----------------------------------------------------------*
           MOVE 8                       TO WS-FILE-SUB.
           PERFORM 9020-PRINT-FILE-HEADING.
           PERFORM 8100-READ-EOB-FEED.
           PERFORM 3710-PURGE-ONE-EOB
               UNTIL EOB-EOF.
      *----------------------------------------------------------*
       3710-PURGE-ONE-EOB.
      *----------------------------------------------------------*
           ADD 1                        TO PFT-READ-COUNT(8)
                                           WS-RUN-LOG-COUNT.
           ADD EB-AMOUNT-PAID           TO PFT-AMOUNT-IN(8).
           MOVE EB-POLICY-NO            TO WS-CHECK-KEY.
           PERFORM 5200-CHECK-POLICY.
           EVALUATE TRUE
               WHEN WS-LEGAL-HOLD
                   ADD 1                TO PFT-HELD-COUNT(8)
               WHEN WS-ANONYMIZE
               AND (EB-LAST-NAME NOT = WS-PURGE-NAME
                 OR EB-FIRST-NAME NOT = SPACE)
                   MOVE WS-PURGE-NAME   TO EB-LAST-NAME
                   MOVE SPACE           TO EB-FIRST-NAME
                   MOVE SPACE           TO CDL-KEY
                   MOVE EB-POLICY-NO    TO CDL-KEY(1:7)
                   MOVE EB-BENEFIT-DATE TO CDL-KEY(10:8)
                   MOVE 'INSURED NAME'  TO CDL-DETAIL
                   PERFORM 5400-LIST-ANONYMIZED-RECORD
           END-EVALUATE.
           MOVE EOB-FEED-RECORD         TO EOB-FEED-NEW-RECORD.
           WRITE EOB-FEED-NEW-RECORD.
           ADD 1                        TO PFT-OUT-COUNT(8).
           ADD EB-AMOUNT-PAID           TO PFT-AMOUNT-OUT(8).
           PERFORM 8100-READ-EOB-FEED.
      *----------------------------------------------------------*
       3800-PRINT-CONTROL-TOTALS.
      *----------------------------------------------------------*
      *    RECORDS AND AMOUNTS BEFORE AND AFTER THE PURGE.  THE
      *    AMOUNT IS THE ACCOUNT BALANCE (ACCTMST), COVERAGE LIMIT
      *    (POLMAST) OR AMOUNT PAID (CLMHIST, EOBFEED).
           PERFORM 9010-PRINT-HEADINGS.
           MOVE 'CONTROL TOTALS'        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE TOTAL-HEADING-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3810-PRINT-ONE-FILE-TOTAL
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 8.
      *----------------------------------------------------------*
       3810-PRINT-ONE-FILE-TOTAL.
      *----------------------------------------------------------*
           MOVE PFT-FILE-ID(WS-FILE-SUB) TO TDL-FILE-ID.
           IF  PFT-HAS-RULE(WS-FILE-SUB)
               MOVE PFT-MONTHS(WS-FILE-SUB) TO TDL-MONTHS
               MOVE PFT-CUTOFF(WS-FILE-SUB) TO TDL-CUTOFF
           ELSE
               MOVE 'NONE'              TO TDL-MONTHS
               MOVE SPACE               TO TDL-CUTOFF.
           MOVE PFT-READ-COUNT(WS-FILE-SUB)  TO TDL-READ-COUNT.
           MOVE PFT-ANON-COUNT(WS-FILE-SUB)  TO TDL-ANON-COUNT.
           MOVE PFT-HELD-COUNT(WS-FILE-SUB)  TO TDL-HELD-COUNT.
           MOVE PFT-OUT-COUNT(WS-FILE-SUB)   TO TDL-OUT-COUNT.
           MOVE PFT-AMOUNT-IN(WS-FILE-SUB)   TO TDL-AMOUNT-IN.
           MOVE PFT-AMOUNT-OUT(WS-FILE-SUB)  TO TDL-AMOUNT-OUT.
           IF  PFT-READ-COUNT(WS-FILE-SUB) = PFT-OUT-COUNT(WS-FILE-SUB)
           AND PFT-AMOUNT-IN(WS-FILE-SUB) = PFT-AMOUNT-OUT(WS-FILE-SUB)
               MOVE 'RECONCILED'        TO TDL-BALANCE-FLAG
           ELSE
               MOVE 'OUT OF BAL'       TO TDL-BALANCE-FLAG.
           MOVE TOTAL-DETAIL-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
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
           CLOSE   RETENTION-RULE-FILE
                   LEGAL-HOLD-FILE
                   ACCT-MASTER
                   ADDR-MASTER
                   ACCT-AUDIT-FILE
                   ACCT-AUDIT-NEW
                   STMT-ARCH-FILE
                   POLICY-MASTER-FILE
                   POLICY-NEW-FILE
                   POL-AUDIT-FILE
                   POL-AUDIT-NEW
                   CLAIM-HIST-FILE
                   EOB-FEED-FILE
                   EOB-FEED-NEW
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'RETPURGE - RECORDS ANONYMIZED : '
                   WS-TOTAL-ANON-COUNT.
           DISPLAY 'RETPURGE - FILES WITH NO RULE : ' WS-NO-RULE-COUNT.
           DISPLAY 'RETPURGE - RULES REJECTED     : '
                   WS-RULE-REJECT-COUNT.
           DISPLAY 'RETPURGE - NO CLOSED DATE     : ' WS-NO-DATE-COUNT.
           DISPLAY 'RETPURGE - OPEN CLAIMS SKIPPED: '
                   WS-OPEN-CLAIM-COUNT.
      *----------------------------------------------------------*
       5100-CHECK-ACCOUNT.
      *----------------------------------------------------------*
      *    WS-CHECK-KEY AGAINST THE CLOSED ACCOUNTS FOR THE FILE IN
      *    WS-FILE-SUB: ANONYMIZE, LEGAL HOLD OR KEEP.
           MOVE 'N'                     TO WS-PURGE-ACTION.
           SET CA-INDEX TO 1.
           SEARCH CLOSED-ACCT-TABLE
               AT END
                   CONTINUE
               WHEN CA-INDEX > CLOSED-ACCT-COUNT
                   CONTINUE
               WHEN CAT-ACCT-NO(CA-INDEX) = WS-CHECK-KEY
                   MOVE CAT-CLOSE-DATE(CA-INDEX) TO WS-CLOSE-DATE
                   MOVE CAT-HOLD-REF(CA-INDEX)   TO WS-HOLD-REF
                   PERFORM 5150-SET-PURGE-ACTION.
      *----------------------------------------------------------*
       5150-SET-PURGE-ACTION.
      *----------------------------------------------------------*
           IF  PFT-HAS-RULE(WS-FILE-SUB)
           AND WS-CLOSE-DATE < PFT-CUTOFF(WS-FILE-SUB)
               IF  WS-HOLD-REF NOT = SPACE
                   MOVE 'H'             TO WS-PURGE-ACTION
               ELSE
                   MOVE 'A'             TO WS-PURGE-ACTION.
      *----------------------------------------------------------*
       5200-CHECK-POLICY.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-PURGE-ACTION.
           SET CP-INDEX TO 1.
           SEARCH CLOSED-POL-TABLE
               AT END
                   CONTINUE
               WHEN CP-INDEX > CLOSED-POL-COUNT
                   CONTINUE
               WHEN CPT-POLICY-NO(CP-INDEX) = WS-CHECK-KEY
                   IF  CPT-STILL-CLOSED(CP-INDEX)
                       MOVE CPT-CLOSE-DATE(CP-INDEX) TO WS-CLOSE-DATE
                       MOVE CPT-HOLD-REF(CP-INDEX)   TO WS-HOLD-REF
                       PERFORM 5150-SET-PURGE-ACTION
                   END-IF.
      *----------------------------------------------------------*
       5300-CHECK-LEGAL-HOLD.
      *----------------------------------------------------------*
           MOVE SPACE                   TO WS-HOLD-REF.
           SET HD-INDEX TO 1.
           SEARCH HOLD-TABLE
               AT END
                   CONTINUE
               WHEN HD-INDEX > HOLD-COUNT
                   CONTINUE
               WHEN HDT-KEY-TYPE(HD-INDEX) = WS-CHECK-KEY-TYPE
               AND  HDT-KEY(HD-INDEX) = WS-CHECK-KEY
                   MOVE HDT-CASE-REF(HD-INDEX) TO WS-HOLD-REF.
      *----------------------------------------------------------*
       5400-LIST-ANONYMIZED-RECORD.
      *----------------------------------------------------------*
      *    CALLER HAS SET CDL-KEY AND CDL-DETAIL.
           ADD 1                        TO PFT-ANON-COUNT(WS-FILE-SUB)
                                           WS-TOTAL-ANON-COUNT.
           PERFORM 5600-SET-CLOSE-DATE.
           MOVE 'ANONYMIZED'            TO CDL-ACTION.
           PERFORM 9000-PRINT-CERT-LINE.
      *----------------------------------------------------------*
       5500-LIST-HELD-RECORD.
      *----------------------------------------------------------*
           ADD 1                        TO PFT-HELD-COUNT(WS-FILE-SUB).
           PERFORM 5600-SET-CLOSE-DATE.
           MOVE 'LEGAL HOLD - SKIPPED'  TO CDL-ACTION.
           MOVE SPACE                   TO CDL-DETAIL.
           STRING 'CASE ' WS-HOLD-REF DELIMITED BY SIZE
               INTO CDL-DETAIL.
           PERFORM 9000-PRINT-CERT-LINE.
      *----------------------------------------------------------*
       5600-SET-CLOSE-DATE.
      *----------------------------------------------------------*
           MOVE WS-CLOSE-DATE           TO CDL-CLOSE-DATE.
      *----------------------------------------------------------*
       9000-PRINT-CERT-LINE.
      *----------------------------------------------------------*
           IF  WS-LINE-COUNT > 55
               PERFORM 9010-PRINT-HEADINGS
               PERFORM 9030-PRINT-FILE-TITLE.
           MOVE CERT-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           ADD 1                        TO WS-LINE-COUNT.
      *----------------------------------------------------------*
       9010-PRINT-HEADINGS.
      *----------------------------------------------------------*
           ADD 1                        TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT           TO HL1-PAGE-NO.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE 2                       TO WS-LINE-COUNT.
      *----------------------------------------------------------*
       9020-PRINT-FILE-HEADING.
      *----------------------------------------------------------*
           IF  WS-LINE-COUNT > 50
               PERFORM 9010-PRINT-HEADINGS
           ELSE
               MOVE SPACE               TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               ADD 1                    TO WS-LINE-COUNT.
           PERFORM 9030-PRINT-FILE-TITLE.
      *----------------------------------------------------------*
       9030-PRINT-FILE-TITLE.
      *----------------------------------------------------------*
           MOVE PFT-FILE-ID(WS-FILE-SUB) TO FHL-FILE-ID.
           MOVE PFT-DESCRIPTION(WS-FILE-SUB) TO FHL-DESCRIPTION.
           IF  PFT-HAS-RULE(WS-FILE-SUB)
               MOVE 'RETENTION:      MONTHS  CUTOFF' TO FHL-RULE-TEXT
               MOVE PFT-MONTHS(WS-FILE-SUB) TO FHL-MONTHS
               MOVE PFT-CUTOFF(WS-FILE-SUB) TO FHL-CUTOFF
           ELSE
               MOVE 'NO RETENTION RULE - FILE NOT PURGED'
                                        TO FHL-RULE-TEXT.
           MOVE FILE-HEADING-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           ADD 1                        TO WS-LINE-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  RETENTION PURGE TABLE OVERFLOW          *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF RETPURGE                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   RETENTION-RULE-FILE
                   LEGAL-HOLD-FILE
                   ACCT-MASTER
                   ADDR-MASTER
                   ACCT-AUDIT-FILE
                   ACCT-AUDIT-NEW
                   STMT-ARCH-FILE
                   POLICY-MASTER-FILE
                   POLICY-NEW-FILE
                   POL-AUDIT-FILE
                   POL-AUDIT-NEW
                   CLAIM-HIST-FILE
                   EOB-FEED-FILE
                   EOB-FEED-NEW
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8010-READ-RETENTION-RULE.
      *----------------------------------------------------------*
           READ RETENTION-RULE-FILE
               AT END MOVE 'Y'          TO RULE-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-LEGAL-HOLD.
      *----------------------------------------------------------*
           READ LEGAL-HOLD-FILE
               AT END MOVE 'Y'          TO HOLD-EOF-SW.
      *----------------------------------------------------------*
       8030-READ-ACCT-MASTER.
      *----------------------------------------------------------*
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y'          TO ACCT-EOF-SW.
      *----------------------------------------------------------*
       8040-READ-ADDR-MASTER.
      *----------------------------------------------------------*
           READ ADDR-MASTER NEXT RECORD
               AT END MOVE 'Y'          TO ADDR-EOF-SW.
      *----------------------------------------------------------*
       8050-READ-ACCT-AUDIT.
      *----------------------------------------------------------*
           READ ACCT-AUDIT-FILE
               AT END MOVE 'Y'          TO AUDIT-EOF-SW.
      *----------------------------------------------------------*
       8060-READ-STMT-ARCH.
      *----------------------------------------------------------*
           READ STMT-ARCH-FILE NEXT RECORD
               AT END MOVE 'Y'          TO STMT-EOF-SW.
      *----------------------------------------------------------*
       8070-READ-POLICY-MASTER.
      *----------------------------------------------------------*
           READ POLICY-MASTER-FILE
               AT END MOVE 'Y'          TO POLICY-EOF-SW.
      *----------------------------------------------------------*
       8080-READ-POL-AUDIT.
      *----------------------------------------------------------*
           READ POL-AUDIT-FILE
               AT END MOVE 'Y'          TO POL-AUDIT-EOF-SW.
      *----------------------------------------------------------*
       8090-READ-CLAIM-HIST.
      *----------------------------------------------------------*
           READ CLAIM-HIST-FILE NEXT RECORD
               AT END MOVE 'Y'          TO CLAIM-EOF-SW.
      *----------------------------------------------------------*
       8100-READ-EOB-FEED.
      *----------------------------------------------------------*
           READ EOB-FEED-FILE
               AT END MOVE 'Y'          TO EOB-EOF-SW.
