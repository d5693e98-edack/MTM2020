       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVIDER-REF-FILE ASSIGN TO PROVREF.
           SELECT CLAIM-HIST-FILE ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-KEY.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  PROVIDER-REF-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  PROVIDER-REF-RECORD.
           05  PR-PROVIDER-CODE          PIC X(03).
           05  PR-PROVIDER-NAME          PIC X(25).
           05  PR-NETWORK-STATUS         PIC X(01).
               88  PR-IN-NETWORK             VALUE 'I' SPACE.
           05  PR-NETWORK-EFF-DATE       PIC 9(08).
           05  PR-NETWORK-TERM-DATE      PIC 9(08).
           05  FILLER                    PIC X(35).
      *----------------------------------------------------------*
       FD  CLAIM-HIST-FILE.
       COPY CLMHIST.
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
      *    MONTHLY NETWORK UTILIZATION REPORT FOR CONTRACTING.  THE
      *    CLAIMS PAID IN THE BUSINESS MONTH (CLMHIST PAID DATE) ARE
      *    SUMMED BY THE PROVIDER WHO TREATED THE INSURED AND BY
      *    POLICY TYPE, IN NETWORK AGAINST OUT OF NETWORK AS MIDTERM
      *    PRICED THEM.  THE OUT-OF-NETWORK COST IS WHAT THE INSURED
      *    PAID FOR GOING OUTSIDE THE NETWORK (ALLOWED AMOUNT CUT
      *    PLUS EXTRA COINSURANCE) - THE PROVIDERS WITH THE MOST OF
      *    IT ARE THE ONES WORTH RECRUITING.  THE NETWORK COLUMN
      *    GIVES THE PROVIDER'S STANDING ON PROVREF AS OF THE
      *    BUSINESS DATE.  PROVIDERS ARE LISTED IN PROVREF ORDER;
      *    ONES NOT ON PROVREF FOLLOW.  A CLAIM LATER VOIDED OR
      *    ADJUSTED SHOWS ITS CORRECTED BENEFIT.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  NETWORK UTILIZATION REPORT - MONTH    '.
               10  HL1-REPORT-YEAR       PIC 9(04).
               10  FILLER                PIC X(01) VALUE '/'.
               10  HL1-REPORT-MONTH      PIC 9(02).
               10  FILLER  PIC X(13) VALUE '   RUN DATE: '.
               10  HL1-RUN-DATE          PIC 9(08).
               10  FILLER                PIC X(64) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(42) VALUE SPACE.
               10  FILLER    PIC X(38) VALUE
                   '  ------------- IN NETWORK -----------'.
               10  FILLER    PIC X(38) VALUE
                   '  ----------- OUT OF NETWORK ---------'.
               10  FILLER    PIC X(14) VALUE '  OUT-OF-NTWK '.
      *----------------------------------------------------------*
           05  HEADING-LINE-3.
               10  FILLER    PIC X(05) VALUE 'PRV  '.
               10  FILLER    PIC X(20) VALUE 'PROVIDER NAME'.
               10  FILLER    PIC X(09) VALUE 'NETWORK'.
               10  FILLER    PIC X(08) VALUE 'POLICY'.
               10  FILLER    PIC X(08) VALUE '  CLAIMS'.
               10  FILLER    PIC X(15) VALUE '         BILLED'.
               10  FILLER    PIC X(15) VALUE '           PAID'.
               10  FILLER    PIC X(08) VALUE '  CLAIMS'.
               10  FILLER    PIC X(15) VALUE '         BILLED'.
               10  FILLER    PIC X(15) VALUE '           PAID'.
               10  FILLER    PIC X(14) VALUE ' COST TO INSD.'.
      *----------------------------------------------------------*
           05  UTILIZATION-DETAIL-LINE.
               10  UDL-PROVIDER-CODE     PIC X(03).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  UDL-PROVIDER-NAME     PIC X(18).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  UDL-NETWORK           PIC X(07).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  UDL-POLICY-TYPE       PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  UDL-IN-COUNT          PIC ZZ,ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  UDL-IN-BILLED         PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  UDL-IN-PAID           PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  UDL-OUT-COUNT         PIC ZZ,ZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  UDL-OUT-BILLED        PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  UDL-OUT-PAID          PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  UDL-OON-COST          PIC $$,$$$,$$9.99.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(24) VALUE '** IN NETWORK CLAIMS :  '.
               10  TL1-IN-COUNT          PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   BILLED             : '.
               10  TL1-IN-BILLED         PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(24) VALUE '   PAID               : '.
               10  TL1-IN-PAID           PIC $$$,$$$,$$9.99.
               10  FILLER                PIC X(26) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(24) VALUE '** OUT OF NETWORK    :  '.
               10  TL2-OUT-COUNT         PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   BILLED             : '.
               10  TL2-OUT-BILLED        PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(24) VALUE '   PAID               : '.
               10  TL2-OUT-PAID          PIC $$$,$$$,$$9.99.
               10  FILLER                PIC X(26) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-3.
               10  FILLER  PIC X(24) VALUE '** NO PROVIDER NAMED :  '.
               10  TL3-NO-PROV-COUNT     PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   OUT OF NETWORK PCT : '.
               10  TL3-OUT-PCT           PIC ZZ9.9.
               10  FILLER  PIC X(24) VALUE '   COST TO INSUREDS   : '.
               10  TL3-OON-COST          PIC $$$,$$$,$$9.99.
               10  FILLER                PIC X(35) VALUE SPACE.
      *----------------------------------------------------------*
      *    PROVIDERS FROM PROVREF, PLUS ANY PROVIDER ON A CLAIM THAT
      *    IS NOT ON PROVREF, EACH WITH ITS MONTH'S TOTALS BY POLICY
      *    TYPE (4 - TYPE NOT KNOWN).  TYPE-TOTAL HOLDS THE SAME
      *    TOTALS OVER ALL PROVIDERS.
       01  PROVIDER-TABLE-FIELDS.
           05  PROVIDER-TABLE OCCURS 1000 TIMES
                           INDEXED BY PV-INDEX.
               10  PVT-PROVIDER-CODE      PIC X(03) VALUE SPACE.
               10  PVT-PROVIDER-NAME      PIC X(25) VALUE SPACE.
               10  PVT-NETWORK            PIC X(07) VALUE SPACE.
               10  PVT-TYPE-ENTRY OCCURS 4 TIMES.
                   15  PVT-IN-COUNT       PIC 9(05) VALUE ZERO.
                   15  PVT-IN-BILLED      PIC 9(09)V99 VALUE ZERO.
                   15  PVT-IN-PAID        PIC 9(09)V99 VALUE ZERO.
                   15  PVT-OUT-COUNT      PIC 9(05) VALUE ZERO.
                   15  PVT-OUT-BILLED     PIC 9(09)V99 VALUE ZERO.
                   15  PVT-OUT-PAID       PIC 9(09)V99 VALUE ZERO.
                   15  PVT-OON-COST       PIC 9(09)V99 VALUE ZERO.
           05  PROVIDER-COUNT             PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  TYPE-TOTAL-FIELDS.
           05  TYPE-TOTAL OCCURS 4 TIMES.
               10  TTL-IN-COUNT           PIC 9(07) VALUE ZERO.
               10  TTL-IN-BILLED          PIC 9(11)V99 VALUE ZERO.
               10  TTL-IN-PAID            PIC 9(11)V99 VALUE ZERO.
               10  TTL-OUT-COUNT          PIC 9(07) VALUE ZERO.
               10  TTL-OUT-BILLED         PIC 9(11)V99 VALUE ZERO.
               10  TTL-OUT-PAID           PIC 9(11)V99 VALUE ZERO.
               10  TTL-OON-COST           PIC 9(11)V99 VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-TYPE-NAMES.
           05  FILLER                    PIC X(08) VALUE 'PRIVATE '.
           05  FILLER                    PIC X(08) VALUE 'MEDICARE'.
           05  FILLER                    PIC X(08) VALUE 'AFF-CARE'.
           05  FILLER                    PIC X(08) VALUE 'UNKNOWN '.
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME              PIC X(08) OCCURS 4 TIMES.
      *----------------------------------------------------------*
       01  WS-UTILIZATION-FIELDS.
           05  WS-BUSINESS-DATE          PIC 9(08).
           05  WS-REPORT-MONTH           PIC 9(06).
           05  WS-PAID-DATE              PIC 9(08).
           05  WS-PAID-DATE-X REDEFINES WS-PAID-DATE.
               10  WS-PAID-MONTH         PIC 9(06).
               10  FILLER                PIC X(02).
           05  WS-TYPE-SUB               PIC 9(01).
           05  WS-IN-TOTAL               PIC 9(07) VALUE ZERO.
           05  WS-IN-BILLED-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05  WS-IN-PAID-TOTAL          PIC 9(11)V99 VALUE ZERO.
           05  WS-OUT-TOTAL              PIC 9(07) VALUE ZERO.
           05  WS-OUT-BILLED-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05  WS-OUT-PAID-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05  WS-OON-COST-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05  WS-NO-PROVIDER-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-OUT-PCT                PIC 9(03)V9 VALUE ZERO.
           05  WS-LINES-PRINTED          PIC 9(05) VALUE ZERO.
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
           05  PROVIDER-EOF-SW           PIC X(01) VALUE 'N'.
               88  PROVIDER-EOF              VALUE 'Y'.
           05  CLAIM-EOF-SW              PIC X(01) VALUE 'N'.
               88  CLAIM-EOF                 VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-PROVIDER-TABLE.
           PERFORM 8300-READ-CLAIM-HIST.
           PERFORM 2000-PROCESS-ONE-CLAIM
               UNTIL CLAIM-EOF.
           PERFORM 3000-PRINT-UTILIZATION-REPORT.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  PROVIDER-REF-FILE
                          CLAIM-HIST-FILE
                   OUTPUT PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE "NETUTIL"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE
                                           HL1-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE WS-CURRENT-DATE         TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE(1:6)   TO WS-REPORT-MONTH.
           MOVE WS-CURRENT-YEAR         TO HL1-REPORT-YEAR.
           MOVE WS-CURRENT-MONTH        TO HL1-REPORT-MONTH.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE HEADING-LINE-3          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
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
       1100-LOAD-PROVIDER-TABLE.
      *----------------------------------------------------------*
           PERFORM 8100-READ-PROVIDER-REF.
           PERFORM 1110-STORE-PROVIDER-RECORD
               UNTIL PROVIDER-EOF.
      *----------------------------------------------------------*
       1110-STORE-PROVIDER-RECORD.
      *----------------------------------------------------------*
      *    THE PROVIDER'S STANDING AS OF THE BUSINESS DATE, BY THE
      *    SAME RULE MIDTERM PRICES ON.
           IF  PROVIDER-COUNT = 1000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO PROVIDER-COUNT.
           SET PV-INDEX                 TO PROVIDER-COUNT.
           MOVE PR-PROVIDER-CODE        TO PVT-PROVIDER-CODE(PV-INDEX).
           MOVE PR-PROVIDER-NAME        TO PVT-PROVIDER-NAME(PV-INDEX).
           IF  NOT PR-NETWORK-EFF-DATE NUMERIC
               MOVE ZERO                TO PR-NETWORK-EFF-DATE.
           IF  NOT PR-NETWORK-TERM-DATE NUMERIC
               MOVE ZERO                TO PR-NETWORK-TERM-DATE.
           IF  PR-IN-NETWORK
           AND PR-NETWORK-EFF-DATE <= WS-BUSINESS-DATE
           AND (PR-NETWORK-TERM-DATE = ZERO
             OR PR-NETWORK-TERM-DATE >= WS-BUSINESS-DATE)
               MOVE 'IN'                TO PVT-NETWORK(PV-INDEX)
           ELSE
               MOVE 'OUT'               TO PVT-NETWORK(PV-INDEX).
           PERFORM 8100-READ-PROVIDER-REF.
      *----------------------------------------------------------*
       2000-PROCESS-ONE-CLAIM.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE ZERO                    TO WS-PAID-DATE.
           IF  CH-PAID-DATE NUMERIC
               MOVE CH-PAID-DATE        TO WS-PAID-DATE.
           IF  (CH-PAID OR CH-VOIDED)
           AND WS-PAID-MONTH = WS-REPORT-MONTH
               IF  CH-PROVIDER-CODE = SPACE
               OR  CH-PROVIDER-CODE = LOW-VALUE
                   ADD 1                TO WS-NO-PROVIDER-COUNT
               ELSE
                   PERFORM 2100-FIND-PROVIDER
                   PERFORM 2200-ADD-CLAIM.
           PERFORM 8300-READ-CLAIM-HIST.
      *----------------------------------------------------------*
       2100-FIND-PROVIDER.
      *----------------------------------------------------------*
      *    A PROVIDER NOT ON PROVREF IS ADDED AT THE END OF THE
      *    TABLE SO ITS CLAIMS ARE STILL REPORTED.
           SET PV-INDEX                 TO 1.
           SEARCH PROVIDER-TABLE
               AT END
                   PERFORM 2150-ADD-UNLISTED-PROVIDER
               WHEN PV-INDEX > PROVIDER-COUNT
                   PERFORM 2150-ADD-UNLISTED-PROVIDER
               WHEN PVT-PROVIDER-CODE(PV-INDEX) = CH-PROVIDER-CODE
                   CONTINUE.
      *----------------------------------------------------------*
       2150-ADD-UNLISTED-PROVIDER.
      *----------------------------------------------------------*
           IF  PROVIDER-COUNT = 1000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO PROVIDER-COUNT.
           SET PV-INDEX                 TO PROVIDER-COUNT.
           MOVE CH-PROVIDER-CODE        TO PVT-PROVIDER-CODE(PV-INDEX).
           MOVE '** NOT ON PROVREF **'  TO PVT-PROVIDER-NAME(PV-INDEX).
           MOVE 'NOT REF'               TO PVT-NETWORK(PV-INDEX).
      *----------------------------------------------------------*
       2200-ADD-CLAIM.
      *----------------------------------------------------------*
           IF  CH-POLICY-TYPE NUMERIC
           AND CH-POLICY-TYPE >= 1 AND CH-POLICY-TYPE <= 3
               MOVE CH-POLICY-TYPE      TO WS-TYPE-SUB
           ELSE
               MOVE 4                   TO WS-TYPE-SUB.
           IF  CH-OUT-OF-NETWORK
               ADD 1                    TO
                   PVT-OUT-COUNT(PV-INDEX WS-TYPE-SUB)
                   TTL-OUT-COUNT(WS-TYPE-SUB)
                   WS-OUT-TOTAL
               ADD CH-CLAIM-AMOUNT      TO
                   PVT-OUT-BILLED(PV-INDEX WS-TYPE-SUB)
                   TTL-OUT-BILLED(WS-TYPE-SUB)
                   WS-OUT-BILLED-TOTAL
               ADD CH-AMOUNT-PAID       TO
                   PVT-OUT-PAID(PV-INDEX WS-TYPE-SUB)
                   TTL-OUT-PAID(WS-TYPE-SUB)
                   WS-OUT-PAID-TOTAL
               IF  CH-OON-COST NUMERIC
                   ADD CH-OON-COST      TO
                       PVT-OON-COST(PV-INDEX WS-TYPE-SUB)
                       TTL-OON-COST(WS-TYPE-SUB)
                       WS-OON-COST-TOTAL
               END-IF
           ELSE
               ADD 1                    TO
                   PVT-IN-COUNT(PV-INDEX WS-TYPE-SUB)
                   TTL-IN-COUNT(WS-TYPE-SUB)
                   WS-IN-TOTAL
               ADD CH-CLAIM-AMOUNT      TO
                   PVT-IN-BILLED(PV-INDEX WS-TYPE-SUB)
                   TTL-IN-BILLED(WS-TYPE-SUB)
                   WS-IN-BILLED-TOTAL
               ADD CH-AMOUNT-PAID       TO
                   PVT-IN-PAID(PV-INDEX WS-TYPE-SUB)
                   TTL-IN-PAID(WS-TYPE-SUB)
                   WS-IN-PAID-TOTAL.
      *----------------------------------------------------------*
       3000-PRINT-UTILIZATION-REPORT.
      *----------------------------------------------------------*
      *    ONE LINE PER PROVIDER AND POLICY TYPE WITH CLAIMS IN THE
      *    MONTH, THEN THE SAME TOTALS BY POLICY TYPE FOR ALL
      *    PROVIDERS, THEN THE MONTH'S TOTALS.
           PERFORM 3050-PRINT-ONE-PROVIDER
               VARYING PV-INDEX FROM 1 BY 1
               UNTIL PV-INDEX > PROVIDER-COUNT.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3100-PRINT-TYPE-TOTAL
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4.
           MOVE WS-IN-TOTAL             TO TL1-IN-COUNT.
           MOVE WS-IN-BILLED-TOTAL      TO TL1-IN-BILLED.
           MOVE WS-IN-PAID-TOTAL        TO TL1-IN-PAID.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE WS-OUT-TOTAL            TO TL2-OUT-COUNT.
           MOVE WS-OUT-BILLED-TOTAL     TO TL2-OUT-BILLED.
           MOVE WS-OUT-PAID-TOTAL       TO TL2-OUT-PAID.
           MOVE TRAILER-2               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE ZERO                    TO WS-OUT-PCT.
           IF  WS-IN-TOTAL + WS-OUT-TOTAL > ZERO
               COMPUTE WS-OUT-PCT ROUNDED =
                   WS-OUT-TOTAL * 100 / (WS-IN-TOTAL + WS-OUT-TOTAL).
           MOVE WS-NO-PROVIDER-COUNT    TO TL3-NO-PROV-COUNT.
           MOVE WS-OUT-PCT              TO TL3-OUT-PCT.
           MOVE WS-OON-COST-TOTAL       TO TL3-OON-COST.
           MOVE TRAILER-3               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3050-PRINT-ONE-PROVIDER.
      *----------------------------------------------------------*
           PERFORM 3060-PRINT-PROVIDER-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4.
      *----------------------------------------------------------*
       3060-PRINT-PROVIDER-TYPE.
      *----------------------------------------------------------*
           IF  PVT-IN-COUNT(PV-INDEX WS-TYPE-SUB) > ZERO
           OR  PVT-OUT-COUNT(PV-INDEX WS-TYPE-SUB) > ZERO
               MOVE PVT-PROVIDER-CODE(PV-INDEX) TO UDL-PROVIDER-CODE
               MOVE PVT-PROVIDER-NAME(PV-INDEX) TO UDL-PROVIDER-NAME
               MOVE PVT-NETWORK(PV-INDEX)   TO UDL-NETWORK
               MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO UDL-POLICY-TYPE
               MOVE PVT-IN-COUNT(PV-INDEX WS-TYPE-SUB)
                                            TO UDL-IN-COUNT
               MOVE PVT-IN-BILLED(PV-INDEX WS-TYPE-SUB)
                                            TO UDL-IN-BILLED
               MOVE PVT-IN-PAID(PV-INDEX WS-TYPE-SUB)
                                            TO UDL-IN-PAID
               MOVE PVT-OUT-COUNT(PV-INDEX WS-TYPE-SUB)
                                            TO UDL-OUT-COUNT
               MOVE PVT-OUT-BILLED(PV-INDEX WS-TYPE-SUB)
                                            TO UDL-OUT-BILLED
               MOVE PVT-OUT-PAID(PV-INDEX WS-TYPE-SUB)
                                            TO UDL-OUT-PAID
               MOVE PVT-OON-COST(PV-INDEX WS-TYPE-SUB)
                                            TO UDL-OON-COST
               MOVE UTILIZATION-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               ADD 1                        TO WS-LINES-PRINTED.
      *----------------------------------------------------------*
       3100-PRINT-TYPE-TOTAL.
      *----------------------------------------------------------*
           IF  TTL-IN-COUNT(WS-TYPE-SUB) > ZERO
           OR  TTL-OUT-COUNT(WS-TYPE-SUB) > ZERO
               MOVE 'ALL'                   TO UDL-PROVIDER-CODE
               MOVE 'ALL PROVIDERS'         TO UDL-PROVIDER-NAME
               MOVE SPACE                   TO UDL-NETWORK
               MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO UDL-POLICY-TYPE
               MOVE TTL-IN-COUNT(WS-TYPE-SUB)   TO UDL-IN-COUNT
               MOVE TTL-IN-BILLED(WS-TYPE-SUB)  TO UDL-IN-BILLED
               MOVE TTL-IN-PAID(WS-TYPE-SUB)    TO UDL-IN-PAID
               MOVE TTL-OUT-COUNT(WS-TYPE-SUB)  TO UDL-OUT-COUNT
               MOVE TTL-OUT-BILLED(WS-TYPE-SUB) TO UDL-OUT-BILLED
               MOVE TTL-OUT-PAID(WS-TYPE-SUB)   TO UDL-OUT-PAID
               MOVE TTL-OON-COST(WS-TYPE-SUB)   TO UDL-OON-COST
               MOVE UTILIZATION-DETAIL-LINE TO PRINT-LINE
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
           CLOSE   PROVIDER-REF-FILE
                   CLAIM-HIST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'NETUTIL - IN NETWORK CLAIMS : ' WS-IN-TOTAL.
           DISPLAY 'NETUTIL - OUT OF NETWORK    : ' WS-OUT-TOTAL.
           DISPLAY 'NETUTIL - LINES PRINTED     : ' WS-LINES-PRINTED.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  PROVIDER TABLE OVERFLOW - NETUTIL       *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF NETUTIL                  *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   PROVIDER-REF-FILE
                   CLAIM-HIST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8100-READ-PROVIDER-REF.
      *----------------------------------------------------------*
           READ PROVIDER-REF-FILE
               AT END MOVE 'Y'          TO PROVIDER-EOF-SW.
      *----------------------------------------------------------*
       8300-READ-CLAIM-HIST.
      *----------------------------------------------------------*
           READ CLAIM-HIST-FILE NEXT RECORD
               AT END MOVE 'Y'          TO CLAIM-EOF-SW.
