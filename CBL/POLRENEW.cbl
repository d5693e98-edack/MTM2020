       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLRENEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMAST.
           SELECT RATE-TABLE-FILE ASSIGN TO RATETBL.
           SELECT NON-RENEW-FILE  ASSIGN TO UWNONRN.
           SELECT CLAIM-HIST-FILE ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-KEY.
           SELECT POL-TRAN-FILE   ASSIGN TO POLTRAN.
           SELECT NOTICE-FILE     ASSIGN TO RENNOTC.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  POLICY-MASTER-FILE
           RECORDING MODE IS F.
       COPY POLMAST.
      *----------------------------------------------------------*
       FD  RATE-TABLE-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    ONE RECORD PER POLICY TYPE: THE BASE MONTHLY PREMIUM AND
      *    UP TO FIVE EXPERIENCE BANDS, EACH A PRIOR-YEAR LOSS RATIO
      *    CEILING (PERCENT) AND THE FACTOR APPLIED TO THE BASE.
       01  RATE-TABLE-RECORD.
           05  RT-POLICY-TYPE            PIC 9(01).
           05  RT-BASE-PREMIUM           PIC 9(05)V99.
           05  RT-BAND OCCURS 5 TIMES.
               10  RT-LR-CEILING         PIC 9(03).
               10  RT-FACTOR             PIC 9V999.
           05  FILLER                    PIC X(37).
      *----------------------------------------------------------*
       FD  NON-RENEW-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  NON-RENEW-RECORD.
           05  NR-POLICY-NO              PIC X(07).
           05  NR-REASON                 PIC X(40).
           05  FILLER                    PIC X(33).
      *----------------------------------------------------------*
       FD  CLAIM-HIST-FILE.
       COPY CLMHIST.
      *----------------------------------------------------------*
       FD  POL-TRAN-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    POLMNT TRANSACTION LAYOUT.  POLMNT TAKES THE COVERAGE
      *    LIMIT AND PREMIUM AS WHOLE DOLLARS.
       01  POL-TRAN-RECORD.
           05  PT-TRANS-CODE             PIC X(01).
           05  PT-POLICY-NO              PIC X(07).
           05  PT-INSURED-LAST-NAME      PIC X(15).
           05  PT-INSURED-FIRST-NAME     PIC X(10).
           05  PT-POLICY-TYPE            PIC 9(01).
           05  PT-BENEFIT-DATE           PIC 9(08).
           05  PT-COVERAGE-LIMIT         PIC 9(09).
           05  PT-POLICY-STATUS          PIC X(01).
           05  PT-PREMIUM-AMT            PIC 9(07).
           05  PT-BILL-FREQ              PIC X(01).
           05  FILLER                    PIC X(20).
      *----------------------------------------------------------*
       FD  NOTICE-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  NOTICE-RECORD.
           05  NOTICE-LINE               PIC X(132).
      *----------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PRINT-RECORD.
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
      *    POLICY RENEWAL: ACTIVE POLICIES WHOSE BENEFIT DATE FALLS
      *    THE PARM LEAD DAYS OUT (DEFAULT 60) ARE RE-RATED AND
      *    RENEWED FOR A YEAR.  THE PARM CYCLE DAYS (DEFAULT 1, A
      *    DAILY RUN) WIDENS THE WINDOW BACKWARDS FOR A RUN MADE
      *    LESS OFTEN, SO EVERY POLICY IS PICKED UP EXACTLY ONCE.
      *    NEW PREMIUM = RATETBL BASE FOR THE POLICY TYPE TIMES THE
      *    FACTOR FOR THE POLICY'S LOSS RATIO OVER THE LAST YEAR
      *    (BENEFIT PAID IN THE CLAIMS HISTORY OVER TWELVE MONTHS OF
      *    THE CURRENT PREMIUM), ROUNDED TO THE WHOLE DOLLAR.  A
      *    TYPE NOT ON RATETBL RENEWS AT THE CURRENT PREMIUM.
      *    EACH RENEWAL WRITES A POLMNT CHANGE TRANSACTION FOR THE
      *    NEW PREMIUM AND BENEFIT DATE AND A RENEWAL NOTICE.  A
      *    POLICY UNDERWRITING HAS PUT ON UWNONRN GETS A NON-RENEWAL
      *    NOTICE INSTEAD AND IS LEFT TO LAPSE AT ITS BENEFIT DATE.
      *    PARM CARD: LEAD DAYS 999, SPACE, CYCLE DAYS 999.
      *----------------------------------------------------------*
       01  RN-PARM-CARD.
           05  RNP-LEAD-DAYS             PIC X(03).
           05  FILLER                    PIC X(01).
           05  RNP-CYCLE-DAYS            PIC X(03).
           05  FILLER                    PIC X(73).
      *----------------------------------------------------------*
       01  NOTICE-LINES.
           05  NTC-DATE-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  NDL-DATE              PIC X(10).
               10  FILLER                PIC X(118) VALUE SPACE.
           05  NTC-ADDRESS-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  NAL-FIRST-NAME        PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  NAL-LAST-NAME         PIC X(15).
               10  FILLER                PIC X(102) VALUE SPACE.
           05  NTC-SUBJECT-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  NSL-SUBJECT           PIC X(33).
               10  NSL-POLICY-NO         PIC X(07).
               10  FILLER                PIC X(88) VALUE SPACE.
           05  NTC-AMOUNT-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  NML-CAPTION           PIC X(26).
               10  NML-AMOUNT            PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(89) VALUE SPACE.
           05  NTC-TEXT-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  NTL-CAPTION           PIC X(26).
               10  NTL-TEXT              PIC X(40).
               10  FILLER                PIC X(62) VALUE SPACE.
           05  NTC-CLOSING-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  FILLER                PIC X(44) VALUE
                   'QUESTIONS - CALL YOUR BENEFITS OFFICE.      '.
               10  FILLER                PIC X(84) VALUE SPACE.
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(36) VALUE
                   '  POLICY RENEWAL REGISTER - RENEWING'.
               10  FILLER  PIC X(06) VALUE ' FROM '.
               10  HL1-FROM-DATE         PIC X(10).
               10  FILLER  PIC X(04) VALUE ' TO '.
               10  HL1-TO-DATE           PIC X(10).
               10  FILLER                PIC X(66) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(09) VALUE 'POLICY'.
               10  FILLER  PIC X(16) VALUE 'INSURED'.
               10  FILLER  PIC X(03) VALUE 'TY'.
               10  FILLER  PIC X(12) VALUE 'RENEWS'.
               10  FILLER  PIC X(13) VALUE 'ACTION'.
               10  FILLER  PIC X(11) VALUE ' OLD PREM'.
               10  FILLER  PIC X(14) VALUE '  PRIOR PAID'.
               10  FILLER  PIC X(08) VALUE ' LOSS%'.
               10  FILLER  PIC X(07) VALUE 'FACTR'.
               10  FILLER  PIC X(09) VALUE ' NEW PREM'.
               10  FILLER  PIC X(30) VALUE '  NOTE'.
      *----------------------------------------------------------*
           05  REGISTER-LINE.
               10  RGL-POLICY-NO         PIC X(07).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RGL-LAST-NAME         PIC X(15).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  RGL-POLICY-TYPE       PIC 9(01).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RGL-RENEW-DATE        PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RGL-ACTION            PIC X(12).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  RGL-OLD-PREMIUM       PIC ZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RGL-PRIOR-PAID        PIC Z,ZZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RGL-LOSS-PCT          PIC ZZZ9.9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RGL-FACTOR            PIC 9.999.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RGL-NEW-PREMIUM       PIC ZZ,ZZ9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RGL-NOTE              PIC X(28).
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** POLICIES RENEWED : '.
               10  TL1-RENEW-COUNT       PIC ZZ,ZZ9.
               10  FILLER  PIC X(20) VALUE '   NON-RENEWALS   : '.
               10  TL1-NONRENEW-COUNT    PIC ZZ,ZZ9.
               10  FILLER  PIC X(20) VALUE '   TRANS WRITTEN  : '.
               10  TL1-TRAN-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(20) VALUE '   NO RATE ON FILE: '.
               10  TL1-NORATE-COUNT      PIC ZZ,ZZ9.
               10  FILLER                PIC X(26) VALUE SPACE.
      *----------------------------------------------------------*
       01  RATE-TABLE-FIELDS.
           05  RATE-TABLE OCCURS 3 TIMES.
               10  RTT-LOADED-SW         PIC X(01) VALUE 'N'.
                   88  RTT-LOADED            VALUE 'Y'.
               10  RTT-BASE-PREMIUM      PIC 9(05)V99 VALUE ZERO.
               10  RTT-BAND OCCURS 5 TIMES.
                   15  RTT-LR-CEILING    PIC 9(03) VALUE ZERO.
                   15  RTT-FACTOR        PIC 9V999 VALUE ZERO.
      *----------------------------------------------------------*
       01  NON-RENEW-TABLE-FIELDS.
           05  NON-RENEW-TABLE OCCURS 500 TIMES
                           INDEXED BY NR-INDEX.
               10  NRT-POLICY-NO         PIC X(07) VALUE SPACE.
               10  NRT-REASON            PIC X(40) VALUE SPACE.
           05  NON-RENEW-COUNT           PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  POLICY-TABLE-FIELDS.
           05  POLICY-TABLE OCCURS 1000 TIMES
                           INDEXED BY PO-INDEX.
               10  POT-POLICY-NO         PIC X(07) VALUE SPACE.
               10  POT-LAST-NAME         PIC X(15) VALUE SPACE.
               10  POT-FIRST-NAME        PIC X(10) VALUE SPACE.
               10  POT-POLICY-TYPE       PIC 9(01) VALUE ZERO.
               10  POT-BENEFIT-DATE      PIC 9(08) VALUE ZERO.
               10  POT-COVERAGE-LIMIT    PIC 9(07)V99 VALUE ZERO.
               10  POT-POLICY-STATUS     PIC X(01) VALUE SPACE.
               10  POT-PREMIUM-AMT       PIC 9(05)V99 VALUE ZERO.
               10  POT-BILL-FREQ         PIC X(01) VALUE SPACE.
               10  POT-PRIOR-PAID        PIC 9(09)V99 VALUE ZERO.
           05  POLICY-COUNT              PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-RENEWAL-FIELDS.
           05  WS-LEAD-DAYS              PIC 9(03) VALUE 060.
           05  WS-CYCLE-DAYS             PIC 9(03) VALUE 001.
           05  WS-TODAY-NUM              PIC 9(08).
           05  WS-TODAY-INT              PIC 9(07).
           05  WS-WINDOW-FROM            PIC 9(08).
           05  WS-WINDOW-TO              PIC 9(08).
           05  WS-EXPERIENCE-FROM        PIC 9(08).
           05  WS-NEW-BENEFIT-DATE       PIC 9(08).
           05  WS-NEW-BENEFIT-PARTS REDEFINES WS-NEW-BENEFIT-DATE.
               10  WS-NEW-BENEFIT-YEAR   PIC 9(04).
               10  WS-NEW-BENEFIT-MMDD   PIC X(04).
           05  WS-ANNUAL-PREMIUM         PIC 9(07)V99.
           05  WS-LOSS-PCT               PIC 9(04)V9.
           05  WS-FACTOR                 PIC 9V999.
           05  WS-NEW-PREMIUM            PIC 9(05).
           05  WS-BAND-SUB               PIC 9(01).
           05  WS-TYPE-SUB               PIC 9(01).
           05  WS-NR-REASON              PIC X(40).
           05  WS-RENEW-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-NONRENEW-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-TRAN-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-NORATE-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-FORMAT-DATE-FIELDS.
           05  WS-FMT-DATE-IN            PIC 9(08).
           05  WS-FMT-DATE-PARTS REDEFINES WS-FMT-DATE-IN.
               10  WS-FMT-YEAR           PIC X(04).
               10  WS-FMT-MONTH          PIC X(02).
               10  WS-FMT-DAY            PIC X(02).
           05  WS-FMT-DATE-OUT.
               10  WS-FMT-OUT-MONTH      PIC X(02).
               10  FILLER                PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-DAY        PIC X(02).
               10  FILLER                PIC X(01) VALUE '/'.
               10  WS-FMT-OUT-YEAR       PIC X(04).
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
           05  POLICY-EOF-SW             PIC X(01) VALUE 'N'.
               88  POLICY-EOF                VALUE 'Y'.
           05  RATE-EOF-SW               PIC X(01) VALUE 'N'.
               88  RATE-EOF                  VALUE 'Y'.
           05  NON-RENEW-EOF-SW          PIC X(01) VALUE 'N'.
               88  NON-RENEW-EOF             VALUE 'Y'.
           05  HIST-EOF-SW               PIC X(01) VALUE 'N'.
               88  HIST-EOF                  VALUE 'Y'.
           05  WS-NON-RENEW-SW           PIC X(01) VALUE 'N'.
               88  WS-NON-RENEWAL            VALUE 'Y'.
           05  WS-BAND-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-BAND-FOUND             VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-RATE-TABLE.
           PERFORM 1200-LOAD-NON-RENEWALS.
           PERFORM 1300-LOAD-POLICY-MASTER.
           PERFORM 1400-ACCUMULATE-EXPERIENCE.
           PERFORM 2000-REVIEW-ONE-POLICY
               VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > POLICY-COUNT.
           PERFORM 3800-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  POLICY-MASTER-FILE
                          RATE-TABLE-FILE
                          NON-RENEW-FILE
                          CLAIM-HIST-FILE
                   OUTPUT POL-TRAN-FILE
                          NOTICE-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "POLRENEW"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE SPACE                   TO RN-PARM-CARD.
           ACCEPT RN-PARM-CARD.
           IF  RNP-LEAD-DAYS NUMERIC
               MOVE RNP-LEAD-DAYS       TO WS-LEAD-DAYS.
           IF  RNP-CYCLE-DAYS NUMERIC
           AND RNP-CYCLE-DAYS > '000'
               MOVE RNP-CYCLE-DAYS      TO WS-CYCLE-DAYS.
           IF  WS-CYCLE-DAYS > WS-LEAD-DAYS
               MOVE WS-LEAD-DAYS        TO WS-CYCLE-DAYS.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           COMPUTE WS-WINDOW-TO =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-LEAD-DAYS).
           COMPUTE WS-WINDOW-FROM =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-LEAD-DAYS
                                        - WS-CYCLE-DAYS + 1).
           COMPUTE WS-EXPERIENCE-FROM =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 365).
           MOVE WS-TODAY-NUM            TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO NDL-DATE.
           MOVE WS-WINDOW-FROM          TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO HL1-FROM-DATE.
           MOVE WS-WINDOW-TO            TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO HL1-TO-DATE.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
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
       1100-LOAD-RATE-TABLE.
      *----------------------------------------------------------*
           PERFORM 8010-READ-RATE-TABLE.
           PERFORM 1110-STORE-ONE-RATE
               UNTIL RATE-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-RATE.
      *----------------------------------------------------------*
           IF  RT-POLICY-TYPE > ZERO
           AND RT-POLICY-TYPE < 4
               MOVE RT-POLICY-TYPE      TO WS-TYPE-SUB
               MOVE 'Y'                 TO RTT-LOADED-SW(WS-TYPE-SUB)
               MOVE RT-BASE-PREMIUM
                                   TO RTT-BASE-PREMIUM(WS-TYPE-SUB)
               PERFORM 1120-STORE-ONE-BAND
                   VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > 5
           ELSE
               DISPLAY 'POLRENEW - RATE TYPE IGNORED: ' RT-POLICY-TYPE.
           PERFORM 8010-READ-RATE-TABLE.
      *----------------------------------------------------------*
       1120-STORE-ONE-BAND.
      *----------------------------------------------------------*
           MOVE RT-LR-CEILING(WS-BAND-SUB)
                   TO RTT-LR-CEILING(WS-TYPE-SUB, WS-BAND-SUB).
           MOVE RT-FACTOR(WS-BAND-SUB)
                   TO RTT-FACTOR(WS-TYPE-SUB, WS-BAND-SUB).
      *----------------------------------------------------------*
       1200-LOAD-NON-RENEWALS.
      *----------------------------------------------------------*
           PERFORM 8020-READ-NON-RENEW.
           PERFORM 1210-STORE-ONE-NON-RENEWAL
               UNTIL NON-RENEW-EOF.
      *----------------------------------------------------------*
       1210-STORE-ONE-NON-RENEWAL.
      *----------------------------------------------------------*
           IF  NON-RENEW-COUNT = 500
               DISPLAY 'POLRENEW - NON-RENEWAL TABLE FULL, IGNORED: '
                   NR-POLICY-NO
           ELSE
               ADD 1                    TO NON-RENEW-COUNT
               SET NR-INDEX             TO NON-RENEW-COUNT
               MOVE NR-POLICY-NO        TO NRT-POLICY-NO(NR-INDEX)
               MOVE NR-REASON           TO NRT-REASON(NR-INDEX).
           PERFORM 8020-READ-NON-RENEW.
      *----------------------------------------------------------*
       1300-LOAD-POLICY-MASTER.
      *----------------------------------------------------------*
           PERFORM 8000-READ-POLICY-MASTER.
           PERFORM 1310-STORE-ONE-POLICY
               UNTIL POLICY-EOF.
      *----------------------------------------------------------*
       1310-STORE-ONE-POLICY.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           IF  POLICY-COUNT = 1000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO POLICY-COUNT.
           SET PO-INDEX                 TO POLICY-COUNT.
           MOVE PM-POLICY-NO            TO POT-POLICY-NO(PO-INDEX).
           MOVE PM-INSURED-LAST-NAME    TO POT-LAST-NAME(PO-INDEX).
           MOVE PM-INSURED-FIRST-NAME   TO POT-FIRST-NAME(PO-INDEX).
           MOVE PM-POLICY-TYPE          TO POT-POLICY-TYPE(PO-INDEX).
           MOVE PM-BENEFIT-DATE         TO POT-BENEFIT-DATE(PO-INDEX).
           MOVE PM-COVERAGE-LIMIT
                                   TO POT-COVERAGE-LIMIT(PO-INDEX).
           MOVE PM-POLICY-STATUS
                                   TO POT-POLICY-STATUS(PO-INDEX).
           MOVE PM-PREMIUM-AMT          TO POT-PREMIUM-AMT(PO-INDEX).
           MOVE PM-BILL-FREQ            TO POT-BILL-FREQ(PO-INDEX).
           PERFORM 8000-READ-POLICY-MASTER.
      *----------------------------------------------------------*
       1400-ACCUMULATE-EXPERIENCE.
      *----------------------------------------------------------*
      *    PRIOR-YEAR EXPERIENCE IS THE BENEFIT PAID ON EACH POLICY
      *    OVER THE TWELVE MONTHS TO THE RUN DATE.
           PERFORM 8030-READ-CLAIM-HISTORY.
           PERFORM 1410-ACCUMULATE-ONE-CLAIM
               UNTIL HIST-EOF.
      *----------------------------------------------------------*
       1410-ACCUMULATE-ONE-CLAIM.
      *----------------------------------------------------------*
           IF  CH-PAID
           AND CH-PAID-DATE > WS-EXPERIENCE-FROM
           AND CH-PAID-DATE NOT > WS-TODAY-NUM
               SET PO-INDEX TO 1
               SEARCH POLICY-TABLE
                   AT END
                       CONTINUE
                   WHEN POT-POLICY-NO(PO-INDEX) = CH-POLICY-NO
                       ADD CH-AMOUNT-PAID
                                   TO POT-PRIOR-PAID(PO-INDEX).
           PERFORM 8030-READ-CLAIM-HISTORY.
      *----------------------------------------------------------*
       2000-REVIEW-ONE-POLICY.
      *----------------------------------------------------------*
           IF  POT-POLICY-STATUS(PO-INDEX) = 'A'
           AND POT-BENEFIT-DATE(PO-INDEX) NOT < WS-WINDOW-FROM
           AND POT-BENEFIT-DATE(PO-INDEX) NOT > WS-WINDOW-TO
               PERFORM 2050-CHECK-NON-RENEWAL
               IF  WS-NON-RENEWAL
                   PERFORM 2500-NON-RENEW-ONE-POLICY
               ELSE
                   PERFORM 2100-RENEW-ONE-POLICY.
      *----------------------------------------------------------*
       2050-CHECK-NON-RENEWAL.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-NON-RENEW-SW.
           SET NR-INDEX TO 1.
           SEARCH NON-RENEW-TABLE
               AT END
                   CONTINUE
               WHEN NRT-POLICY-NO(NR-INDEX) = POT-POLICY-NO(PO-INDEX)
                   MOVE 'Y'             TO WS-NON-RENEW-SW
                   MOVE NRT-REASON(NR-INDEX) TO WS-NR-REASON.
      *----------------------------------------------------------*
       2100-RENEW-ONE-POLICY.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RENEW-COUNT.
           MOVE SPACE                   TO RGL-NOTE.
           MOVE POT-BENEFIT-DATE(PO-INDEX) TO WS-NEW-BENEFIT-DATE.
           ADD 1                        TO WS-NEW-BENEFIT-YEAR.
           IF  WS-NEW-BENEFIT-MMDD = '0229'
               MOVE '0228'              TO WS-NEW-BENEFIT-MMDD.
           PERFORM 2200-RATE-ONE-POLICY.
           PERFORM 2300-WRITE-CHANGE-TRAN.
           PERFORM 2400-PRINT-RENEWAL-NOTICE.
           MOVE 'RENEWED'               TO RGL-ACTION.
           MOVE WS-NEW-PREMIUM          TO RGL-NEW-PREMIUM.
           MOVE WS-FACTOR               TO RGL-FACTOR.
           PERFORM 2800-PRINT-REGISTER-LINE.
      *----------------------------------------------------------*
       2200-RATE-ONE-POLICY.
      *----------------------------------------------------------*
      *    LOSS RATIO = PRIOR-YEAR PAID OVER A YEAR OF THE CURRENT
      *    PREMIUM.  THE FIRST BAND WHOSE CEILING IT DOES NOT EXCEED
      *    GIVES THE FACTOR; ABOVE EVERY CEILING, THE LAST BAND.
           COMPUTE WS-ANNUAL-PREMIUM =
               POT-PREMIUM-AMT(PO-INDEX) * 12.
           IF  WS-ANNUAL-PREMIUM = ZERO
               IF  POT-PRIOR-PAID(PO-INDEX) > ZERO
                   MOVE 9999.9          TO WS-LOSS-PCT
               ELSE
                   MOVE ZERO            TO WS-LOSS-PCT
               END-IF
           ELSE
               COMPUTE WS-LOSS-PCT ROUNDED =
                   POT-PRIOR-PAID(PO-INDEX) * 100 / WS-ANNUAL-PREMIUM
                   ON SIZE ERROR MOVE 9999.9 TO WS-LOSS-PCT
               END-COMPUTE.
           MOVE POT-POLICY-TYPE(PO-INDEX) TO WS-TYPE-SUB.
           IF  WS-TYPE-SUB > ZERO
           AND WS-TYPE-SUB < 4
           AND RTT-LOADED(WS-TYPE-SUB)
               MOVE 'N'                 TO WS-BAND-FOUND-SW
               MOVE 1.000               TO WS-FACTOR
               PERFORM 2210-TEST-ONE-BAND
                   VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > 5
                          OR WS-BAND-FOUND
               COMPUTE WS-NEW-PREMIUM ROUNDED =
                   RTT-BASE-PREMIUM(WS-TYPE-SUB) * WS-FACTOR
           ELSE
               ADD 1                    TO WS-NORATE-COUNT
               MOVE 1.000               TO WS-FACTOR
               COMPUTE WS-NEW-PREMIUM ROUNDED =
                   POT-PREMIUM-AMT(PO-INDEX)
               MOVE 'NO RATE - CURRENT PREMIUM' TO RGL-NOTE.
      *----------------------------------------------------------*
       2210-TEST-ONE-BAND.
      *----------------------------------------------------------*
           IF  RTT-FACTOR(WS-TYPE-SUB, WS-BAND-SUB) > ZERO
               MOVE RTT-FACTOR(WS-TYPE-SUB, WS-BAND-SUB)
                                        TO WS-FACTOR
               IF  WS-LOSS-PCT
                       NOT > RTT-LR-CEILING(WS-TYPE-SUB, WS-BAND-SUB)
                   MOVE 'Y'             TO WS-BAND-FOUND-SW.
      *----------------------------------------------------------*
       2300-WRITE-CHANGE-TRAN.
      *----------------------------------------------------------*
      *    EVERY FIELD IS CARRIED FORWARD SO POLMNT'S EDITS PASS AND
      *    ITS BEFORE/AFTER AUDIT IMAGES SHOW ONLY THE RENEWAL.
           MOVE SPACE                   TO POL-TRAN-RECORD.
           MOVE 'C'                     TO PT-TRANS-CODE.
           MOVE POT-POLICY-NO(PO-INDEX) TO PT-POLICY-NO.
           MOVE POT-LAST-NAME(PO-INDEX) TO PT-INSURED-LAST-NAME.
           MOVE POT-FIRST-NAME(PO-INDEX) TO PT-INSURED-FIRST-NAME.
           MOVE POT-POLICY-TYPE(PO-INDEX) TO PT-POLICY-TYPE.
           MOVE WS-NEW-BENEFIT-DATE     TO PT-BENEFIT-DATE.
           MOVE POT-COVERAGE-LIMIT(PO-INDEX) TO PT-COVERAGE-LIMIT.
           MOVE 'A'                     TO PT-POLICY-STATUS.
           MOVE WS-NEW-PREMIUM          TO PT-PREMIUM-AMT.
           MOVE POT-BILL-FREQ(PO-INDEX) TO PT-BILL-FREQ.
           WRITE POL-TRAN-RECORD.
           ADD 1                        TO WS-TRAN-COUNT.
      *----------------------------------------------------------*
       2400-PRINT-RENEWAL-NOTICE.
      *----------------------------------------------------------*
           PERFORM 2600-PRINT-NOTICE-HEADING.
           MOVE 'RENEWAL NOTICE - POLICY '   TO NSL-SUBJECT.
           MOVE NTC-SUBJECT-LINE        TO NOTICE-LINE.
           WRITE NOTICE-RECORD AFTER ADVANCING 2.
           MOVE 'YOUR POLICY RENEWS ON   : ' TO NTL-CAPTION.
           MOVE POT-BENEFIT-DATE(PO-INDEX) TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO NTL-TEXT.
           MOVE NTC-TEXT-LINE           TO NOTICE-LINE.
           WRITE NOTICE-RECORD AFTER ADVANCING 2.
           MOVE 'CURRENT MONTHLY PREMIUM : ' TO NML-CAPTION.
           MOVE POT-PREMIUM-AMT(PO-INDEX) TO NML-AMOUNT.
           MOVE NTC-AMOUNT-LINE         TO NOTICE-LINE.
           WRITE NOTICE-RECORD AFTER ADVANCING 1.
           MOVE 'RENEWAL MONTHLY PREMIUM : ' TO NML-CAPTION.
           MOVE WS-NEW-PREMIUM          TO NML-AMOUNT.
           MOVE NTC-AMOUNT-LINE         TO NOTICE-LINE.
           WRITE NOTICE-RECORD AFTER ADVANCING 1.
           MOVE 'BILLED                  : ' TO NTL-CAPTION.
           EVALUATE POT-BILL-FREQ(PO-INDEX)
               WHEN 'Q'
                   MOVE 'QUARTERLY'     TO NTL-TEXT
               WHEN 'A'
                   MOVE 'ANNUALLY'      TO NTL-TEXT
               WHEN OTHER
                   MOVE 'MONTHLY'       TO NTL-TEXT
           END-EVALUATE.
           MOVE NTC-TEXT-LINE           TO NOTICE-LINE.
           WRITE NOTICE-RECORD AFTER ADVANCING 1.
           MOVE NTC-CLOSING-LINE        TO NOTICE-LINE.
           WRITE NOTICE-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       2500-NON-RENEW-ONE-POLICY.
      *----------------------------------------------------------*
           ADD 1                        TO WS-NONRENEW-COUNT.
           PERFORM 2600-PRINT-NOTICE-HEADING.
           MOVE 'NOTICE OF NON-RENEWAL - POLICY '
                                        TO NSL-SUBJECT.
           MOVE NTC-SUBJECT-LINE        TO NOTICE-LINE.
           WRITE NOTICE-RECORD AFTER ADVANCING 2.
           MOVE 'YOUR COVERAGE ENDS ON   : ' TO NTL-CAPTION.
           MOVE POT-BENEFIT-DATE(PO-INDEX) TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO NTL-TEXT.
           MOVE NTC-TEXT-LINE           TO NOTICE-LINE.
           WRITE NOTICE-RECORD AFTER ADVANCING 2.
           MOVE 'REASON                  : ' TO NTL-CAPTION.
           MOVE WS-NR-REASON            TO NTL-TEXT.
           MOVE NTC-TEXT-LINE           TO NOTICE-LINE.
           WRITE NOTICE-RECORD AFTER ADVANCING 1.
           MOVE NTC-CLOSING-LINE        TO NOTICE-LINE.
           WRITE NOTICE-RECORD AFTER ADVANCING 2.
           MOVE 'NON-RENEWED'           TO RGL-ACTION.
           MOVE ZERO                    TO RGL-NEW-PREMIUM
                                           RGL-FACTOR
                                           RGL-LOSS-PCT.
           MOVE WS-NR-REASON            TO RGL-NOTE.
           MOVE ZERO                    TO WS-LOSS-PCT.
           PERFORM 2800-PRINT-REGISTER-LINE.
      *----------------------------------------------------------*
       2600-PRINT-NOTICE-HEADING.
      *----------------------------------------------------------*
           MOVE NTC-DATE-LINE           TO NOTICE-LINE.
           WRITE NOTICE-RECORD AFTER ADVANCING PAGE.
           MOVE POT-FIRST-NAME(PO-INDEX) TO NAL-FIRST-NAME.
           MOVE POT-LAST-NAME(PO-INDEX) TO NAL-LAST-NAME.
           MOVE NTC-ADDRESS-LINE        TO NOTICE-LINE.
           WRITE NOTICE-RECORD AFTER ADVANCING 2.
           MOVE POT-POLICY-NO(PO-INDEX) TO NSL-POLICY-NO.
      *----------------------------------------------------------*
       2800-PRINT-REGISTER-LINE.
      *----------------------------------------------------------*
           MOVE POT-POLICY-NO(PO-INDEX) TO RGL-POLICY-NO.
           MOVE POT-LAST-NAME(PO-INDEX) TO RGL-LAST-NAME.
           MOVE POT-POLICY-TYPE(PO-INDEX) TO RGL-POLICY-TYPE.
           MOVE POT-BENEFIT-DATE(PO-INDEX) TO WS-FMT-DATE-IN.
           PERFORM 2900-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT         TO RGL-RENEW-DATE.
           MOVE POT-PREMIUM-AMT(PO-INDEX) TO RGL-OLD-PREMIUM.
           MOVE POT-PRIOR-PAID(PO-INDEX) TO RGL-PRIOR-PAID.
           MOVE WS-LOSS-PCT             TO RGL-LOSS-PCT.
           MOVE REGISTER-LINE           TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2900-FORMAT-DATE.
      *----------------------------------------------------------*
           MOVE WS-FMT-MONTH            TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-DAY              TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-YEAR             TO WS-FMT-OUT-YEAR.
      *----------------------------------------------------------*
       3800-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-RENEW-COUNT          TO TL1-RENEW-COUNT.
           MOVE WS-NONRENEW-COUNT       TO TL1-NONRENEW-COUNT.
           MOVE WS-TRAN-COUNT           TO TL1-TRAN-COUNT.
           MOVE WS-NORATE-COUNT         TO TL1-NORATE-COUNT.
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
           CLOSE   POLICY-MASTER-FILE
                   RATE-TABLE-FILE
                   NON-RENEW-FILE
                   CLAIM-HIST-FILE
                   POL-TRAN-FILE
                   NOTICE-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'POLRENEW - POLICIES RENEWED : ' WS-RENEW-COUNT.
           DISPLAY 'POLRENEW - NON-RENEWALS     : ' WS-NONRENEW-COUNT.
           DISPLAY 'POLRENEW - POLTRAN WRITTEN  : ' WS-TRAN-COUNT.
           DISPLAY 'POLRENEW - NO RATE ON FILE  : ' WS-NORATE-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  POLICY TABLE OVERFLOW - POLRENEW        *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF POLRENEW                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   POLICY-MASTER-FILE
                   RATE-TABLE-FILE
                   NON-RENEW-FILE
                   CLAIM-HIST-FILE
                   POL-TRAN-FILE
                   NOTICE-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8000-READ-POLICY-MASTER.
      *----------------------------------------------------------*
           READ POLICY-MASTER-FILE
               AT END MOVE 'Y'          TO POLICY-EOF-SW.
      *----------------------------------------------------------*
       8010-READ-RATE-TABLE.
      *----------------------------------------------------------*
           READ RATE-TABLE-FILE
               AT END MOVE 'Y'          TO RATE-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-NON-RENEW.
      *----------------------------------------------------------*
           READ NON-RENEW-FILE
               AT END MOVE 'Y'          TO NON-RENEW-EOF-SW.
      *----------------------------------------------------------*
       8030-READ-CLAIM-HISTORY.
      *----------------------------------------------------------*
           READ CLAIM-HIST-FILE
               AT END MOVE 'Y'          TO HIST-EOF-SW.
