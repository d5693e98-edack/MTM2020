       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPENRL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUP-FEED-FILE ASSIGN TO GRPFEED.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMAST.
           SELECT POL-TRAN-FILE   ASSIGN TO POLTRAN.
           SELECT GROUP-REJECT-FILE ASSIGN TO GRPREJ.
           SELECT XMIT-MANIFEST-FILE ASSIGN TO XMITMANF.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  GROUP-FEED-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    EMPLOYER GROUP ENROLLMENT FEED: ONE HEADER, THE MEMBER
      *    DETAIL RECORDS AND A TRAILER CARRYING THE DETAIL COUNT
      *    AND THE SUM OF THE COVERAGE LIMITS AS A HASH.  AMOUNTS
      *    ARE WHOLE DOLLARS.
       01  GROUP-FEED-RECORD.
           05  GF-RECORD-TYPE            PIC X(01).
               88  GF-HEADER                 VALUE 'H'.
               88  GF-DETAIL                 VALUE 'D'.
               88  GF-TRAILER                VALUE 'T'.
           05  GF-DETAIL-DATA            PIC X(79).
           05  GF-HEADER-DATA REDEFINES GF-DETAIL-DATA.
               10  GFH-GROUP-ID          PIC X(06).
               10  GFH-FILE-DATE         PIC X(08).
               10  GFH-FEED-TYPE         PIC X(01).
               10  GFH-GROUP-NAME        PIC X(30).
               10  FILLER                PIC X(34).
           05  GF-TRAILER-DATA REDEFINES GF-DETAIL-DATA.
               10  GFT-RECORD-COUNT      PIC X(07).
               10  GFT-HASH-TOTAL        PIC X(13).
               10  FILLER                PIC X(59).
      *----------------------------------------------------------*
       FD  POLICY-MASTER-FILE
           RECORDING MODE IS F.
       COPY POLMAST.
      *----------------------------------------------------------*
       FD  POL-TRAN-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    POLMNT TRANSACTION LAYOUT.  POLMNT TAKES THE COVERAGE
      *    LIMIT AND PREMIUM AS WHOLE DOLLARS, AND LEAVES PREMIUM,
      *    FREQUENCY, PRODUCER AND GROUP ALONE WHEN THEY ARE BLANK.
       01  POL-TRAN-RECORD.
           05  PT-TRANS-CODE             PIC X(01).
           05  PT-POLICY-NO              PIC X(07).
           05  PT-INSURED-LAST-NAME      PIC X(15).
           05  PT-INSURED-FIRST-NAME     PIC X(10).
           05  PT-POLICY-TYPE            PIC 9(01).
           05  PT-BENEFIT-DATE           PIC 9(08).
           05  PT-COVERAGE-LIMIT         PIC 9(09).
           05  PT-POLICY-STATUS          PIC X(01).
           05  PT-PREMIUM-AMT            PIC X(07).
           05  PT-BILL-FREQ              PIC X(01).
           05  PT-PRODUCER-CODE          PIC X(05).
           05  PT-GROUP-ID               PIC X(06).
           05  FILLER                    PIC X(09).
      *----------------------------------------------------------*
       FD  GROUP-REJECT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  GROUP-REJECT-RECORD           PIC X(80).
      *----------------------------------------------------------*
       FD  XMIT-MANIFEST-FILE
           RECORDING MODE IS F.
       COPY XMITMANF.
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
      *    INBOUND GROUP ENROLLMENT.  THE EMPLOYER'S FEED IS PROVED
      *    AGAINST ITS TRAILER FIRST - A FEED THAT DOES NOT TIE IS
      *    NOT APPLIED AT ALL AND THE RUN ENDS RETURN CODE 8.  EACH
      *    MEMBER RECORD IS THEN EDITED AGAINST POLMAST AND TURNED
      *    INTO A POLMNT TRANSACTION:
      *        A - ADD      NEW POLICY, BENEFIT DATE = EFFECTIVE DATE
      *        T - TERM     POLMNT CLOSE (X)
      *        C - CHANGE   MASTER VALUES WITH THE SUPPLIED FIELDS
      *                     LAID OVER THEM
      *        R - ROSTER   MEMBER UNCHANGED, NO TRANSACTION
      *    POLMNT IS RUN ON POLTRAN UNDER THE INTERFACE'S OWN
      *    OPERATOR ID, SO OPERAUTH STILL DECIDES WHAT THE FEED MAY
      *    DO AND EVERY CHANGE LANDS ON THE POLICY AUDIT TRAIL.
      *    A FULL-ROSTER FEED (HEADER FEED TYPE F) CARRIES EVERY
      *    MEMBER, SO IT IS ALSO RECONCILED TO POLMAST BOTH WAYS:
      *    ACTIVE GROUP MEMBERS ON FILE THE ROSTER DOES NOT LIST,
      *    AND ROSTER MEMBERS NOT ACTIVE IN THE GROUP ON FILE.
      *    A FEED THAT IS APPLIED IS MANIFESTED ON XMITMANF UNDER
      *    FILE ID GE + GROUP ID AND THE GROUP'S FILE DATE, FOR
      *    XMITMTCH TO TIE TO THE GROUP'S TRANSMITTAL.
      *----------------------------------------------------------*
       01  MEMBER-WORK.
           05  MW-ACTION                 PIC X(01).
               88  MW-ADD                    VALUE 'A'.
               88  MW-TERM                   VALUE 'T'.
               88  MW-CHANGE                 VALUE 'C'.
               88  MW-ROSTER                 VALUE 'R'.
           05  MW-POLICY-NO              PIC X(07).
           05  MW-LAST-NAME              PIC X(15).
           05  MW-FIRST-NAME             PIC X(10).
           05  MW-POLICY-TYPE            PIC X(01).
           05  MW-EFFECTIVE-DATE         PIC X(08).
           05  MW-COVERAGE-LIMIT         PIC X(09).
           05  MW-COVERAGE-LIMIT-N REDEFINES MW-COVERAGE-LIMIT
                                         PIC 9(09).
           05  MW-PREMIUM-AMT            PIC X(07).
           05  MW-BILL-FREQ              PIC X(01).
           05  FILLER                    PIC X(20).
      *----------------------------------------------------------*
       01  REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(38) VALUE
                   '  GROUP ENROLLMENT INTERFACE - GROUP  '.
               10  HL1-GROUP-ID          PIC X(06).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  HL1-GROUP-NAME        PIC X(30).
               10  FILLER  PIC X(12) VALUE '  FILE DATE '.
               10  HL1-FILE-DATE         PIC X(08).
               10  FILLER                PIC X(37) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(04) VALUE 'ACT'.
               10  FILLER  PIC X(09) VALUE 'POLICY'.
               10  FILLER  PIC X(29) VALUE 'MEMBER'.
               10  FILLER  PIC X(12) VALUE 'DISPOSITION'.
               10  FILLER  PIC X(30) VALUE 'REASON'.
               10  FILLER  PIC X(48) VALUE SPACE.
      *----------------------------------------------------------*
           05  ENROLL-DETAIL-LINE.
               10  EDL-ACTION            PIC X(01).
               10  FILLER                PIC X(03) VALUE SPACE.
               10  EDL-POLICY-NO         PIC X(07).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  EDL-LAST-NAME         PIC X(15).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  EDL-FIRST-NAME        PIC X(10).
               10  FILLER                PIC X(03) VALUE SPACE.
               10  EDL-DISPOSITION       PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  EDL-REASON            PIC X(30).
               10  FILLER                PIC X(48) VALUE SPACE.
      *----------------------------------------------------------*
           05  CONTROL-LINE.
               10  FILLER  PIC X(20) VALUE '  FEED RECORDS    : '.
               10  CTL-DETAIL-COUNT      PIC ZZZ,ZZ9.
               10  FILLER  PIC X(12) VALUE '  TRAILER : '.
               10  CTL-TRAILER-COUNT     PIC X(07).
               10  FILLER  PIC X(09) VALUE '  HASH : '.
               10  CTL-HASH-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER  PIC X(11) VALUE '  STATUS : '.
               10  CTL-STATUS            PIC X(40).
               10  FILLER                PIC X(08) VALUE SPACE.
      *----------------------------------------------------------*
           05  SECTION-LINE.
               10  SL-TITLE              PIC X(40).
               10  FILLER                PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  RECON-LINE.
               10  RCL-POLICY-NO         PIC X(07).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RCL-LAST-NAME         PIC X(15).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  RCL-FIRST-NAME        PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  RCL-EXCEPTION         PIC X(32).
               10  RCL-DETAIL            PIC X(20).
               10  FILLER                PIC X(43) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(22) VALUE '** MEMBER RECORDS   : '.
               10  TL1-DETAIL-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(20) VALUE '   TRANS WRITTEN  : '.
               10  TL1-TRAN-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(20) VALUE '   ROSTER ONLY    : '.
               10  TL1-ROSTER-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(20) VALUE '   REJECTED       : '.
               10  TL1-REJECT-COUNT      PIC ZZ,ZZ9.
               10  FILLER                PIC X(26) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(22) VALUE '** ON FILE NOT ROSTR: '.
               10  TL2-NOT-ROSTER-COUNT  PIC ZZ,ZZ9.
               10  FILLER  PIC X(20) VALUE '   ROSTER NOT FILE: '.
               10  TL2-NOT-FILE-COUNT    PIC ZZ,ZZ9.
               10  FILLER                PIC X(78) VALUE SPACE.
      *----------------------------------------------------------*
       01  FEED-TABLE-FIELDS.
           05  FEED-TABLE OCCURS 2000 TIMES
                           INDEXED BY FD-INDEX.
               10  FDT-DETAIL            PIC X(79) VALUE SPACE.
           05  FEED-COUNT                PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  POLICY-TABLE-FIELDS.
           05  POLICY-TABLE OCCURS 2000 TIMES
                           INDEXED BY PO-INDEX.
               10  POT-POLICY-NO         PIC X(07) VALUE SPACE.
               10  POT-LAST-NAME         PIC X(15) VALUE SPACE.
               10  POT-FIRST-NAME        PIC X(10) VALUE SPACE.
               10  POT-POLICY-TYPE       PIC 9(01) VALUE ZERO.
               10  POT-BENEFIT-DATE      PIC 9(08) VALUE ZERO.
               10  POT-COVERAGE-LIMIT    PIC 9(07)V99 VALUE ZERO.
               10  POT-POLICY-STATUS     PIC X(01) VALUE SPACE.
               10  POT-GROUP-ID          PIC X(06) VALUE SPACE.
               10  POT-ROSTER-SW         PIC X(01) VALUE 'N'.
                   88  POT-ON-ROSTER         VALUE 'Y'.
                   88  POT-TERMINATED        VALUE 'T'.
           05  POLICY-COUNT              PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-FEED-CONTROL-FIELDS.
           05  WS-GROUP-ID               PIC X(06) VALUE SPACE.
           05  WS-GROUP-NAME             PIC X(30) VALUE SPACE.
           05  WS-FILE-DATE-X            PIC X(08) VALUE SPACE.
           05  WS-FILE-DATE REDEFINES WS-FILE-DATE-X
                                         PIC 9(08).
           05  WS-FEED-TYPE              PIC X(01) VALUE SPACE.
               88  WS-FULL-ROSTER            VALUE 'F'.
           05  WS-TRAILER-COUNT-X        PIC X(07) VALUE SPACE.
           05  WS-TRAILER-COUNT REDEFINES WS-TRAILER-COUNT-X
                                         PIC 9(07).
           05  WS-TRAILER-HASH-X         PIC X(13) VALUE SPACE.
           05  WS-TRAILER-HASH REDEFINES WS-TRAILER-HASH-X
                                         PIC 9(13).
           05  WS-FEED-HASH              PIC 9(13) VALUE ZERO.
           05  WS-HEADER-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-TRAILER-RECS           PIC 9(03) VALUE ZERO.
           05  WS-BAD-TYPE-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-FEED-STATUS            PIC X(40) VALUE SPACE.
      *----------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-TRAN-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-ADD-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-TERM-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-CHANGE-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-ROSTER-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-NOT-ROSTER-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-NOT-FILE-COUNT         PIC 9(05) VALUE ZERO.
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
           05  FEED-EOF-SW               PIC X(01) VALUE 'N'.
               88  FEED-EOF                  VALUE 'Y'.
           05  POLICY-EOF-SW             PIC X(01) VALUE 'N'.
               88  POLICY-EOF                VALUE 'Y'.
           05  WS-FEED-BALANCE-SW        PIC X(01) VALUE 'N'.
               88  WS-FEED-IN-BALANCE        VALUE 'Y'.
           05  WS-ON-FILE-SW             PIC X(01) VALUE 'N'.
               88  WS-ON-FILE                VALUE 'Y'.
           05  WS-EDIT-ERROR-SW          PIC X(01) VALUE 'N'.
               88  WS-EDIT-ERROR             VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-POLICY-MASTER.
           PERFORM 1200-LOAD-FEED.
           PERFORM 1300-PROVE-FEED-CONTROLS.
           IF  WS-FEED-IN-BALANCE
               PERFORM 2000-CONVERT-ONE-MEMBER
                   VARYING FD-INDEX FROM 1 BY 1
                       UNTIL FD-INDEX > FEED-COUNT
               IF  WS-FULL-ROSTER
                   PERFORM 3000-RECONCILE-ROSTER
               END-IF
               PERFORM 3950-WRITE-FEED-MANIFEST.
           PERFORM 3800-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           IF  WS-FEED-IN-BALANCE
               MOVE ZERO                TO RETURN-CODE
           ELSE
               MOVE 8                   TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  GROUP-FEED-FILE
                          POLICY-MASTER-FILE
                   OUTPUT POL-TRAN-FILE
                          GROUP-REJECT-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE
                          XMIT-MANIFEST-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "GRPENRL "              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
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
       1100-LOAD-POLICY-MASTER.
      *----------------------------------------------------------*
           PERFORM 8000-READ-POLICY-MASTER.
           PERFORM 1110-STORE-ONE-POLICY
               UNTIL POLICY-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-POLICY.
      *----------------------------------------------------------*
           IF  POLICY-COUNT = 2000
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
           MOVE PM-POLICY-STATUS        TO POT-POLICY-STATUS(PO-INDEX).
           MOVE PM-GROUP-ID             TO POT-GROUP-ID(PO-INDEX).
           PERFORM 8000-READ-POLICY-MASTER.
      *----------------------------------------------------------*
       1200-LOAD-FEED.
      *----------------------------------------------------------*
           PERFORM 8100-READ-FEED.
           PERFORM 1210-STORE-ONE-FEED-RECORD
               UNTIL FEED-EOF.
      *----------------------------------------------------------*
       1210-STORE-ONE-FEED-RECORD.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           EVALUATE TRUE
               WHEN GF-HEADER
                   ADD 1                TO WS-HEADER-COUNT
                   MOVE GFH-GROUP-ID    TO WS-GROUP-ID
                   MOVE GFH-GROUP-NAME  TO WS-GROUP-NAME
                   MOVE GFH-FILE-DATE   TO WS-FILE-DATE-X
                   MOVE GFH-FEED-TYPE   TO WS-FEED-TYPE
               WHEN GF-DETAIL
                   PERFORM 1220-STORE-ONE-MEMBER
               WHEN GF-TRAILER
                   ADD 1                TO WS-TRAILER-RECS
                   MOVE GFT-RECORD-COUNT TO WS-TRAILER-COUNT-X
                   MOVE GFT-HASH-TOTAL  TO WS-TRAILER-HASH-X
               WHEN OTHER
                   ADD 1                TO WS-BAD-TYPE-COUNT
           END-EVALUATE.
           PERFORM 8100-READ-FEED.
      *----------------------------------------------------------*
       1220-STORE-ONE-MEMBER.
      *----------------------------------------------------------*
           IF  FEED-COUNT = 2000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO FEED-COUNT.
           SET FD-INDEX                 TO FEED-COUNT.
           MOVE GF-DETAIL-DATA          TO FDT-DETAIL(FD-INDEX).
           MOVE GF-DETAIL-DATA          TO MEMBER-WORK.
           IF  MW-COVERAGE-LIMIT NUMERIC
               ADD MW-COVERAGE-LIMIT-N  TO WS-FEED-HASH.
      *----------------------------------------------------------*
       1300-PROVE-FEED-CONTROLS.
      *----------------------------------------------------------*
           MOVE 'N'                     TO WS-FEED-BALANCE-SW.
           EVALUATE TRUE
               WHEN WS-HEADER-COUNT NOT = 1
                   MOVE 'REJECTED - NO SINGLE HEADER RECORD'
                                        TO WS-FEED-STATUS
               WHEN WS-GROUP-ID = SPACE
                   MOVE 'REJECTED - GROUP ID MISSING'
                                        TO WS-FEED-STATUS
               WHEN WS-FILE-DATE-X NOT NUMERIC
                   MOVE 'REJECTED - FILE DATE INVALID'
                                        TO WS-FEED-STATUS
               WHEN WS-TRAILER-RECS NOT = 1
                   MOVE 'REJECTED - NO SINGLE TRAILER RECORD'
                                        TO WS-FEED-STATUS
               WHEN WS-BAD-TYPE-COUNT > ZERO
                   MOVE 'REJECTED - UNKNOWN RECORD TYPE'
                                        TO WS-FEED-STATUS
               WHEN WS-TRAILER-COUNT-X NOT NUMERIC
                 OR WS-TRAILER-COUNT NOT = FEED-COUNT
                   MOVE 'REJECTED - RECORD COUNT DOES NOT TIE'
                                        TO WS-FEED-STATUS
               WHEN WS-TRAILER-HASH-X NOT NUMERIC
                 OR WS-TRAILER-HASH NOT = WS-FEED-HASH
                   MOVE 'REJECTED - HASH TOTAL DOES NOT TIE'
                                        TO WS-FEED-STATUS
               WHEN OTHER
                   MOVE 'Y'             TO WS-FEED-BALANCE-SW
                   MOVE 'IN BALANCE - APPLIED'
                                        TO WS-FEED-STATUS
           END-EVALUATE.
           MOVE WS-GROUP-ID             TO HL1-GROUP-ID.
           MOVE WS-GROUP-NAME           TO HL1-GROUP-NAME.
           MOVE WS-FILE-DATE-X          TO HL1-FILE-DATE.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE FEED-COUNT              TO CTL-DETAIL-COUNT.
           MOVE WS-TRAILER-COUNT-X      TO CTL-TRAILER-COUNT.
           MOVE WS-FEED-HASH            TO CTL-HASH-TOTAL.
           MOVE WS-FEED-STATUS          TO CTL-STATUS.
           MOVE CONTROL-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           IF  WS-FEED-IN-BALANCE
               MOVE HEADING-LINE-2      TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 2
               MOVE SPACE               TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
           ELSE
               DISPLAY 'GRPENRL  - FEED ' WS-FEED-STATUS.
      *----------------------------------------------------------*
       2000-CONVERT-ONE-MEMBER.
      *----------------------------------------------------------*
           MOVE FDT-DETAIL(FD-INDEX)    TO MEMBER-WORK.
           PERFORM 2100-EDIT-MEMBER.
           IF  WS-ON-FILE
               IF  MW-TERM
                   MOVE 'T'             TO POT-ROSTER-SW(PO-INDEX)
               ELSE
                   MOVE 'Y'             TO POT-ROSTER-SW(PO-INDEX)
               END-IF
           END-IF.
           IF  WS-EDIT-ERROR
               PERFORM 2800-REJECT-MEMBER
           ELSE
               EVALUATE TRUE
                   WHEN MW-ADD
                       PERFORM 2300-WRITE-ADD-TRAN
                   WHEN MW-TERM
                       PERFORM 2400-WRITE-CLOSE-TRAN
                   WHEN MW-CHANGE
                       PERFORM 2500-WRITE-CHANGE-TRAN
                   WHEN OTHER
                       ADD 1            TO WS-ROSTER-COUNT
                       MOVE 'ROSTER    ' TO EDL-DISPOSITION
                       MOVE 'NO CHANGE' TO EDL-REASON
               END-EVALUATE
               PERFORM 2700-REPORT-DISPOSITION.
      *----------------------------------------------------------*
       2050-FIND-MEMBER.
      *----------------------------------------------------------*
           SET PO-INDEX TO 1.
           SEARCH POLICY-TABLE
               AT END
                   CONTINUE
               WHEN POT-POLICY-NO(PO-INDEX) = MW-POLICY-NO
                   MOVE 'Y'             TO WS-ON-FILE-SW.
      *----------------------------------------------------------*
       2100-EDIT-MEMBER.
      *----------------------------------------------------------*
      *    A ROSTER RECORD IS NEVER REJECTED FOR NOT MATCHING THE
      *    FILE - THAT IS WHAT THE RECONCILIATION REPORTS.
           MOVE 'N'                     TO WS-EDIT-ERROR-SW
                                           WS-ON-FILE-SW.
           MOVE SPACE                   TO EDL-REASON.
           IF  MW-POLICY-NO NOT = SPACE
               PERFORM 2050-FIND-MEMBER.
           EVALUATE TRUE
               WHEN NOT MW-ADD AND NOT MW-TERM
                AND NOT MW-CHANGE AND NOT MW-ROSTER
                   MOVE 'INVALID ACTION CODE' TO EDL-REASON
               WHEN MW-POLICY-NO = SPACE
                   MOVE 'POLICY NO MISSING' TO EDL-REASON
               WHEN MW-ROSTER
                   CONTINUE
               WHEN MW-ADD AND WS-ON-FILE
                   MOVE 'MEMBER ALREADY ON FILE' TO EDL-REASON
               WHEN MW-ADD
                   PERFORM 2150-EDIT-NEW-MEMBER
               WHEN NOT WS-ON-FILE
                   MOVE 'MEMBER NOT ON FILE' TO EDL-REASON
               WHEN POT-GROUP-ID(PO-INDEX) NOT = SPACE
                AND POT-GROUP-ID(PO-INDEX) NOT = WS-GROUP-ID
                   MOVE 'MEMBER OF ANOTHER GROUP' TO EDL-REASON
               WHEN POT-POLICY-STATUS(PO-INDEX) = 'C'
                   MOVE 'MEMBER ALREADY TERMINATED' TO EDL-REASON
               WHEN MW-CHANGE
                   PERFORM 2160-EDIT-CHANGED-FIELDS
           END-EVALUATE.
           IF  EDL-REASON NOT = SPACE
               MOVE 'Y'                 TO WS-EDIT-ERROR-SW.
      *----------------------------------------------------------*
       2150-EDIT-NEW-MEMBER.
      *----------------------------------------------------------*
           EVALUATE TRUE
               WHEN MW-LAST-NAME = SPACE
                   MOVE 'MEMBER NAME MISSING' TO EDL-REASON
               WHEN MW-POLICY-TYPE NOT = '1' AND '2' AND '3'
                   MOVE 'INVALID POLICY TYPE' TO EDL-REASON
               WHEN MW-EFFECTIVE-DATE NOT NUMERIC
                 OR MW-EFFECTIVE-DATE(5:2) < '01'
                 OR MW-EFFECTIVE-DATE(5:2) > '12'
                 OR MW-EFFECTIVE-DATE(7:2) < '01'
                 OR MW-EFFECTIVE-DATE(7:2) > '31'
                   MOVE 'EFFECTIVE DATE INVALID' TO EDL-REASON
               WHEN MW-COVERAGE-LIMIT NOT NUMERIC
                   MOVE 'COVERAGE LIMIT INVALID' TO EDL-REASON
               WHEN MW-PREMIUM-AMT NOT = SPACE
                AND MW-PREMIUM-AMT NOT NUMERIC
                   MOVE 'PREMIUM INVALID' TO EDL-REASON
               WHEN MW-BILL-FREQ NOT = SPACE
                AND MW-BILL-FREQ NOT = 'M' AND 'Q' AND 'A'
                   MOVE 'BILLING FREQUENCY INVALID' TO EDL-REASON
           END-EVALUATE.
      *----------------------------------------------------------*
       2160-EDIT-CHANGED-FIELDS.
      *----------------------------------------------------------*
      *    ON A CHANGE ONLY THE FIELDS THE GROUP SUPPLIED ARE EDITED
      *    - A BLANK FIELD KEEPS THE VALUE ON FILE.
           EVALUATE TRUE
               WHEN MW-POLICY-TYPE NOT = SPACE
                AND MW-POLICY-TYPE NOT = '1' AND '2' AND '3'
                   MOVE 'INVALID POLICY TYPE' TO EDL-REASON
               WHEN MW-COVERAGE-LIMIT NOT = SPACE
                AND MW-COVERAGE-LIMIT NOT NUMERIC
                   MOVE 'COVERAGE LIMIT INVALID' TO EDL-REASON
               WHEN MW-PREMIUM-AMT NOT = SPACE
                AND MW-PREMIUM-AMT NOT NUMERIC
                   MOVE 'PREMIUM INVALID' TO EDL-REASON
               WHEN MW-BILL-FREQ NOT = SPACE
                AND MW-BILL-FREQ NOT = 'M' AND 'Q' AND 'A'
                   MOVE 'BILLING FREQUENCY INVALID' TO EDL-REASON
           END-EVALUATE.
      *----------------------------------------------------------*
       2300-WRITE-ADD-TRAN.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POL-TRAN-RECORD.
           MOVE 'A'                     TO PT-TRANS-CODE.
           MOVE MW-POLICY-NO            TO PT-POLICY-NO.
           MOVE MW-LAST-NAME            TO PT-INSURED-LAST-NAME.
           MOVE MW-FIRST-NAME           TO PT-INSURED-FIRST-NAME.
           MOVE MW-POLICY-TYPE          TO PT-POLICY-TYPE.
           MOVE MW-EFFECTIVE-DATE       TO PT-BENEFIT-DATE.
           MOVE MW-COVERAGE-LIMIT-N     TO PT-COVERAGE-LIMIT.
           MOVE 'A'                     TO PT-POLICY-STATUS.
           MOVE MW-PREMIUM-AMT          TO PT-PREMIUM-AMT.
           IF  MW-BILL-FREQ = SPACE
               MOVE 'M'                 TO PT-BILL-FREQ
           ELSE
               MOVE MW-BILL-FREQ        TO PT-BILL-FREQ.
           MOVE WS-GROUP-ID             TO PT-GROUP-ID.
           PERFORM 2600-WRITE-POL-TRAN.
           ADD 1                        TO WS-ADD-COUNT.
           MOVE 'MEMBER ADDED'          TO EDL-REASON.
      *----------------------------------------------------------*
       2400-WRITE-CLOSE-TRAN.
      *----------------------------------------------------------*
           MOVE SPACE                   TO POL-TRAN-RECORD.
           MOVE 'X'                     TO PT-TRANS-CODE.
           MOVE MW-POLICY-NO            TO PT-POLICY-NO.
           MOVE ZERO                    TO PT-POLICY-TYPE
                                           PT-BENEFIT-DATE
                                           PT-COVERAGE-LIMIT.
           PERFORM 2600-WRITE-POL-TRAN.
           ADD 1                        TO WS-TERM-COUNT.
           MOVE 'MEMBER TERMINATED'     TO EDL-REASON.
      *----------------------------------------------------------*
       2500-WRITE-CHANGE-TRAN.
      *----------------------------------------------------------*
      *    EVERY MASTER FIELD IS CARRIED FORWARD SO POLMNT'S EDITS
      *    PASS AND ITS AUDIT IMAGES SHOW ONLY WHAT THE GROUP
      *    CHANGED.  THE BENEFIT DATE IS THE POLICY ANNIVERSARY AND
      *    IS NOT TAKEN FROM A CHANGE.
           MOVE SPACE                   TO POL-TRAN-RECORD.
           MOVE 'C'                     TO PT-TRANS-CODE.
           MOVE MW-POLICY-NO            TO PT-POLICY-NO.
           MOVE POT-LAST-NAME(PO-INDEX) TO PT-INSURED-LAST-NAME.
           MOVE POT-FIRST-NAME(PO-INDEX) TO PT-INSURED-FIRST-NAME.
           MOVE POT-POLICY-TYPE(PO-INDEX) TO PT-POLICY-TYPE.
           MOVE POT-BENEFIT-DATE(PO-INDEX) TO PT-BENEFIT-DATE.
           MOVE POT-COVERAGE-LIMIT(PO-INDEX) TO PT-COVERAGE-LIMIT.
           MOVE POT-POLICY-STATUS(PO-INDEX) TO PT-POLICY-STATUS.
           IF  MW-LAST-NAME NOT = SPACE
               MOVE MW-LAST-NAME        TO PT-INSURED-LAST-NAME.
           IF  MW-FIRST-NAME NOT = SPACE
               MOVE MW-FIRST-NAME       TO PT-INSURED-FIRST-NAME.
           IF  MW-POLICY-TYPE NOT = SPACE
               MOVE MW-POLICY-TYPE      TO PT-POLICY-TYPE.
           IF  MW-COVERAGE-LIMIT NOT = SPACE
               MOVE MW-COVERAGE-LIMIT-N TO PT-COVERAGE-LIMIT.
           MOVE MW-PREMIUM-AMT          TO PT-PREMIUM-AMT.
           MOVE MW-BILL-FREQ            TO PT-BILL-FREQ.
           MOVE WS-GROUP-ID             TO PT-GROUP-ID.
           PERFORM 2600-WRITE-POL-TRAN.
           ADD 1                        TO WS-CHANGE-COUNT.
           MOVE 'MEMBER CHANGED'        TO EDL-REASON.
      *----------------------------------------------------------*
       2600-WRITE-POL-TRAN.
      *----------------------------------------------------------*
           WRITE POL-TRAN-RECORD.
           ADD 1                        TO WS-TRAN-COUNT.
           MOVE 'CONVERTED '            TO EDL-DISPOSITION.
      *----------------------------------------------------------*
       2700-REPORT-DISPOSITION.
      *----------------------------------------------------------*
           MOVE MW-ACTION               TO EDL-ACTION.
           MOVE MW-POLICY-NO            TO EDL-POLICY-NO.
           MOVE MW-LAST-NAME            TO EDL-LAST-NAME.
           MOVE MW-FIRST-NAME           TO EDL-FIRST-NAME.
           IF  WS-ON-FILE
           AND MW-LAST-NAME = SPACE
               MOVE POT-LAST-NAME(PO-INDEX)  TO EDL-LAST-NAME
               MOVE POT-FIRST-NAME(PO-INDEX) TO EDL-FIRST-NAME.
           MOVE ENROLL-DETAIL-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2800-REJECT-MEMBER.
      *----------------------------------------------------------*
           ADD 1                        TO WS-REJECT-COUNT.
           MOVE SPACE                   TO GROUP-REJECT-RECORD.
           STRING 'D' FDT-DETAIL(FD-INDEX)
               DELIMITED BY SIZE INTO GROUP-REJECT-RECORD.
           WRITE GROUP-REJECT-RECORD.
           MOVE 'REJECTED  '            TO EDL-DISPOSITION.
           PERFORM 2700-REPORT-DISPOSITION.
      *----------------------------------------------------------*
       3000-RECONCILE-ROSTER.
      *----------------------------------------------------------*
           MOVE 'ROSTER RECONCILIATION TO POLICY MASTER' TO SL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 3100-CHECK-ONE-ROSTER-MEMBER
               VARYING FD-INDEX FROM 1 BY 1
                   UNTIL FD-INDEX > FEED-COUNT.
           PERFORM 3200-CHECK-ONE-FILE-MEMBER
               VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > POLICY-COUNT.
      *----------------------------------------------------------*
       3100-CHECK-ONE-ROSTER-MEMBER.
      *----------------------------------------------------------*
      *    A MEMBER THE GROUP STILL CARRIES (ROSTER OR CHANGE) MUST
      *    BE ACTIVE IN THIS GROUP ON FILE.
           MOVE FDT-DETAIL(FD-INDEX)    TO MEMBER-WORK.
           IF  MW-ROSTER OR MW-CHANGE
               MOVE 'N'                 TO WS-ON-FILE-SW
               MOVE SPACE               TO RCL-EXCEPTION
                                           RCL-DETAIL
               PERFORM 2050-FIND-MEMBER
               EVALUATE TRUE
                   WHEN NOT WS-ON-FILE
                       MOVE 'ON ROSTER - NOT ON FILE'
                                        TO RCL-EXCEPTION
                   WHEN POT-POLICY-STATUS(PO-INDEX) = 'C'
                       MOVE 'ON ROSTER - TERMINATED ON FILE'
                                        TO RCL-EXCEPTION
                   WHEN POT-GROUP-ID(PO-INDEX) NOT = WS-GROUP-ID
                    AND NOT MW-CHANGE
                       MOVE 'ON ROSTER - NOT IN GROUP ON FILE'
                                        TO RCL-EXCEPTION
                       MOVE POT-GROUP-ID(PO-INDEX) TO RCL-DETAIL
               END-EVALUATE
               IF  RCL-EXCEPTION NOT = SPACE
                   ADD 1                TO WS-NOT-FILE-COUNT
                   MOVE MW-POLICY-NO    TO RCL-POLICY-NO
                   MOVE MW-LAST-NAME    TO RCL-LAST-NAME
                   MOVE MW-FIRST-NAME   TO RCL-FIRST-NAME
                   MOVE RECON-LINE      TO PRINT-LINE
                   WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3200-CHECK-ONE-FILE-MEMBER.
      *----------------------------------------------------------*
           IF  POT-GROUP-ID(PO-INDEX) = WS-GROUP-ID
           AND POT-POLICY-STATUS(PO-INDEX) = 'A'
           AND NOT POT-ON-ROSTER(PO-INDEX)
           AND NOT POT-TERMINATED(PO-INDEX)
               ADD 1                    TO WS-NOT-ROSTER-COUNT
               MOVE POT-POLICY-NO(PO-INDEX)  TO RCL-POLICY-NO
               MOVE POT-LAST-NAME(PO-INDEX)  TO RCL-LAST-NAME
               MOVE POT-FIRST-NAME(PO-INDEX) TO RCL-FIRST-NAME
               MOVE 'ON FILE - NOT ON ROSTER' TO RCL-EXCEPTION
               MOVE SPACE               TO RCL-DETAIL
               MOVE RECON-LINE          TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3800-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE FEED-COUNT              TO TL1-DETAIL-COUNT.
           MOVE WS-TRAN-COUNT           TO TL1-TRAN-COUNT.
           MOVE WS-ROSTER-COUNT         TO TL1-ROSTER-COUNT.
           MOVE WS-REJECT-COUNT         TO TL1-REJECT-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           IF  WS-FEED-IN-BALANCE
           AND WS-FULL-ROSTER
               MOVE WS-NOT-ROSTER-COUNT TO TL2-NOT-ROSTER-COUNT
               MOVE WS-NOT-FILE-COUNT   TO TL2-NOT-FILE-COUNT
               MOVE TRAILER-2           TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           IF  WS-FEED-IN-BALANCE
               MOVE "COMPLETE"          TO RL-COMPLETION-STATUS
           ELSE
               MOVE "REJECTED"          TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
       3950-WRITE-FEED-MANIFEST.
      *----------------------------------------------------------*
      *    PROOF OF RECEIPT: THE MEMBER COUNT AND COVERAGE HASH WE
      *    PROCESSED, UNDER THE GROUP'S OWN FILE DATE.
           MOVE SPACE                   TO XMIT-MANIFEST-RECORD.
           STRING 'GE' WS-GROUP-ID
               DELIMITED BY SIZE INTO MF-FILE-ID.
           MOVE 'R'                     TO MF-DIRECTION.
           MOVE WS-FILE-DATE            TO MF-BUSINESS-DATE.
           MOVE FEED-COUNT              TO MF-RECORD-COUNT.
           MOVE WS-FEED-HASH            TO MF-HASH-TOTAL.
           WRITE XMIT-MANIFEST-RECORD.
      *----------------------------------------------------------*
       4000-CLOSE-FILES.
      *----------------------------------------------------------*
           CLOSE   GROUP-FEED-FILE
                   POLICY-MASTER-FILE
                   POL-TRAN-FILE
                   GROUP-REJECT-FILE
                   XMIT-MANIFEST-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'GRPENRL  - MEMBER RECORDS   : ' FEED-COUNT.
           DISPLAY 'GRPENRL  - ADDS             : ' WS-ADD-COUNT.
           DISPLAY 'GRPENRL  - TERMINATIONS     : ' WS-TERM-COUNT.
           DISPLAY 'GRPENRL  - CHANGES          : ' WS-CHANGE-COUNT.
           DISPLAY 'GRPENRL  - REJECTED         : ' WS-REJECT-COUNT.
           DISPLAY 'GRPENRL  - ON FILE NOT ROSTR: ' WS-NOT-ROSTER-COUNT.
           DISPLAY 'GRPENRL  - ROSTER NOT FILE  : ' WS-NOT-FILE-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  POLICY OR FEED TABLE OVERFLOW - GRPENRL *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF GRPENRL                  *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   GROUP-FEED-FILE
                   POLICY-MASTER-FILE
                   POL-TRAN-FILE
                   GROUP-REJECT-FILE
                   XMIT-MANIFEST-FILE
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
       8100-READ-FEED.
      *----------------------------------------------------------*
           READ GROUP-FEED-FILE
               AT END MOVE 'Y'          TO FEED-EOF-SW.
