       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMTCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-OLD-FILE   ASSIGN TO CUSTXREF.
           SELECT XREF-NEW-FILE   ASSIGN TO CUSTXRFN.
           SELECT OPTIONAL XREF-CONF-FILE ASSIGN TO XREFCONF.
           SELECT ACCT-MASTER     ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO.
           SELECT POLICY-MASTER-FILE ASSIGN TO POLMAST.
           SELECT MUSICIAN-RFP    ASSIGN TO FAVRFP.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
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
       FD  XREF-CONF-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    THE REVIEWERS' DECISIONS ON THE PROBABLE MATCHES.
      *    F CONFIRMS THE LINK AS PROPOSED, X REJECTS IT.  A MATCH
      *    POINTED AT THE WRONG CUSTOMER IS CORRECTED ON CUSTMNT.
       01  XREF-CONF-RECORD.
           05  XC-ACTION                 PIC X(01).
               88  XC-CONFIRM                VALUE 'F'.
               88  XC-REJECT                 VALUE 'X'.
           05  XC-MEMBER-TYPE            PIC X(01).
               88  XC-VALID-MEMBER-TYPE      VALUE SPACE 'A' 'P' 'M'.
           05  XC-MEMBER-KEY             PIC X(08).
           05  XC-OPERATOR-ID            PIC X(08).
           05  FILLER                    PIC X(62).
      *----------------------------------------------------------*
       FD  ACCT-MASTER.
      *----------------------------------------------------------*
       COPY ACCTREC.
      *----------------------------------------------------------*
       FD  POLICY-MASTER-FILE
           RECORDING MODE IS F.
       COPY POLMAST.
      *----------------------------------------------------------*
       FD  MUSICIAN-RFP
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  MUSICIAN-RFP-REC.
           05  ARTIST-ACCT-NUM           PIC X(08).
           05  FILLER                    PIC X(06).
           05  MUSICIAN-LNAME            PIC X(15).
           05  MUSICIAN-FNAME            PIC X(15).
           05  FILLER                    PIC X(36).
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
      *    CUSTOMER RELATIONSHIP MATCHING.  FINDS THE ACCOUNTS,
      *    POLICIES AND ARTISTS THAT BELONG TO ONE CUSTOMER AND
      *    LINKS THEM ON CUSTXREF (CUSTXREF IN, CUSTXRFN OUT):
      *      - APPLIES THE REVIEWERS' XREFCONF DECISIONS TO THE
      *        PROBABLE LINKS PROPOSED BY EARLIER RUNS;
      *      - AN ACCOUNT WITH NO LINK IS COMPARED WITH THE
      *        ACCOUNTS BEFORE IT ON ACCTMST.  THE NAME AND THE
      *        STATE MUST BOTH AGREE;
      *      - AN ARTIST WHOSE ARTIST ACCOUNT IS ON ACCTMST IS
      *        LINKED TO THAT ACCOUNT'S CUSTOMER OUTRIGHT (BASIS K);
      *      - ANY OTHER ACTIVE POLICY OR ARTIST NOT ON CUSTXREF IS
      *        COMPARED BY NAME WITH EVERY ACCOUNT.  POLMAST AND
      *        FAVRFP CARRY NO STATE, SO THE REVIEW LIST SHOWS THE
      *        CUSTOMER'S STATE FOR THE REVIEWER TO WEIGH.
      *    A NAME MATCH IS NEVER TAKEN ON TRUST - IT IS WRITTEN AS
      *    A PROBABLE LINK AND PRINTED ON THE REVIEW LIST UNTIL IT
      *    IS CONFIRMED OR REJECTED.  A REJECTED LINK STAYS ON
      *    CUSTXREF SO THE SAME MATCH IS NOT PROPOSED AGAIN.
      *    NAMES ARE NORMALIZED AND SOUND-CODED THE SAME WAY AS THE
      *    WATCH-LIST SCREEN (SEE WLSCRR).
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  CUSTOMER RELATIONSHIP MATCHING        '.
               10  FILLER  PIC X(16) VALUE ' BUSINESS DATE: '.
               10  HL1-TODAY-DATE        PIC 9(08).
               10  FILLER                PIC X(68) VALUE SPACE.
      *----------------------------------------------------------*
           05  SECTION-LINE.
               10  SCL-TITLE             PIC X(40).
               10  FILLER                PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  CONF-HEADING-LINE.
               10  FILLER    PIC X(03) VALUE 'A  '.
               10  FILLER    PIC X(03) VALUE 'T  '.
               10  FILLER    PIC X(10) VALUE 'MEMBER    '.
               10  FILLER    PIC X(10) VALUE 'CUSTOMER  '.
               10  FILLER    PIC X(10) VALUE 'OPERATOR  '.
               10  FILLER    PIC X(30) VALUE 'MESSAGE'.
               10  FILLER                PIC X(66) VALUE SPACE.
      *----------------------------------------------------------*
           05  CONF-DETAIL-LINE.
               10  CDL-ACTION            PIC X(01).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-MEMBER-TYPE       PIC X(01).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-MEMBER-KEY        PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-CUST-ID           PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-OPERATOR-ID       PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-MESSAGE           PIC X(30).
               10  FILLER                PIC X(66) VALUE SPACE.
      *----------------------------------------------------------*
           05  MATCH-HEADING-LINE.
               10  FILLER    PIC X(03) VALUE 'T  '.
               10  FILLER    PIC X(10) VALUE 'MEMBER    '.
               10  FILLER    PIC X(21) VALUE 'LAST NAME'.
               10  FILLER    PIC X(16) VALUE 'FIRST NAME'.
               10  FILLER    PIC X(10) VALUE 'CUSTOMER  '.
               10  FILLER    PIC X(07) VALUE 'BASIS  '.
               10  FILLER    PIC X(16) VALUE 'MEMBER STATE'.
               10  FILLER    PIC X(17) VALUE 'CUSTOMER STATE'.
               10  FILLER    PIC X(24) VALUE 'NOTE'.
               10  FILLER                PIC X(08) VALUE SPACE.
      *----------------------------------------------------------*
           05  MATCH-DETAIL-LINE.
               10  MTL-MEMBER-TYPE       PIC X(01).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MTL-MEMBER-KEY        PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MTL-LAST-NAME         PIC X(20).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  MTL-FIRST-NAME        PIC X(14).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MTL-CUST-ID           PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MTL-BASIS             PIC X(05).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MTL-MEMBER-STATE      PIC X(15).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  MTL-CUST-STATE        PIC X(15).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  MTL-NOTE              PIC X(24).
               10  FILLER                PIC X(08) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(24) VALUE '** CONFIRMED         :  '.
               10  TL1-CONFIRMED-COUNT   PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   REJECTED           : '.
               10  TL1-REJECTED-COUNT    PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   IN ERROR           : '.
               10  TL1-ERROR-COUNT       PIC ZZ,ZZ9.
               10  FILLER                PIC X(42) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(24) VALUE '** LINKED ON ACCT NO :  '.
               10  TL2-KEY-LINK-COUNT    PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   NEW FOR REVIEW     : '.
               10  TL2-NEW-PROBABLE-COUNT PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   STILL FOR REVIEW   : '.
               10  TL2-OPEN-PROBABLE-COUNT PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   NOT MATCHED        : '.
               10  TL2-UNMATCHED-COUNT   PIC ZZ,ZZ9.
               10  FILLER                PIC X(12) VALUE SPACE.
      *----------------------------------------------------------*
       01  XREF-TABLE-FIELDS.
           05  XREF-TABLE OCCURS 5000 TIMES
                           INDEXED BY XR-INDEX.
               10  XRT-MEMBER-TYPE       PIC X(01).
               10  XRT-MEMBER-KEY        PIC X(08).
               10  XRT-CUST-ID           PIC X(08).
               10  XRT-LINK-STATUS       PIC X(01).
               10  XRT-MATCH-BASIS       PIC X(01).
               10  XRT-IMAGE             PIC X(80).
           05  XREF-COUNT                PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  ACCOUNT-TABLE-FIELDS.
           05  ACCOUNT-TABLE OCCURS 5000 TIMES
                           INDEXED BY AT-INDEX.
               10  AT-ACCT-NO            PIC X(08).
               10  AT-CUST-ID            PIC X(08).
               10  AT-LAST-NORM          PIC X(20).
               10  AT-FIRST-NORM         PIC X(14).
               10  AT-SOUNDEX            PIC X(04).
               10  AT-STATE              PIC X(15).
           05  ACCOUNT-COUNT             PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  ARTIST-DONE-TABLE-FIELDS.
           05  ARTIST-DONE-TABLE OCCURS 2000 TIMES
                           INDEXED BY AD-INDEX.
               10  ADT-ACCT-NO           PIC X(08).
           05  ARTIST-DONE-COUNT         PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-MATCH-FIELDS.
           05  WS-TODAY-DATE             PIC 9(08).
           05  WS-MESSAGE                PIC X(30).
           05  WS-XREF-FOUND-SW          PIC X(01).
               88  WS-XREF-FOUND             VALUE 'Y'.
           05  WS-ARTIST-DONE-SW         PIC X(01).
               88  WS-ARTIST-DONE            VALUE 'Y'.
      *    THE MEMBER BEING MATCHED.  WS-SUBJ-LIMIT IS THE LAST
      *    ACCOUNT IT MAY BE COMPARED WITH - AN ACCOUNT IS ONLY
      *    COMPARED WITH THE ACCOUNTS BEFORE IT, SO A PAIR IS
      *    PROPOSED ONCE AND NOT BOTH WAYS ROUND.
           05  WS-SUBJ-TYPE              PIC X(01).
           05  WS-SUBJ-KEY               PIC X(08).
           05  WS-SUBJ-LAST-NAME         PIC X(20).
           05  WS-SUBJ-FIRST-NAME        PIC X(14).
           05  WS-SUBJ-STATE             PIC X(15).
           05  WS-SUBJ-CUST-ID           PIC X(08).
           05  WS-SUBJ-LIMIT             PIC 9(04).
           05  WS-ACCT-SUB               PIC 9(04).
           05  WS-SUBJ-LAST              PIC X(20).
           05  WS-SUBJ-FIRST             PIC X(14).
           05  WS-SUBJ-SOUNDEX           PIC X(04).
           05  WS-RANK                   PIC 9(01).
           05  WS-BEST-RANK              PIC 9(01).
           05  WS-BEST-CUST-ID           PIC X(08).
           05  WS-BEST-STATE             PIC X(15).
           05  WS-MULTIPLE-SW            PIC X(01).
               88  WS-MULTIPLE-CUSTOMERS     VALUE 'Y'.
           05  WS-NEW-STATUS             PIC X(01).
           05  WS-NEW-BASIS              PIC X(01).
           05  WS-CONFIRMED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-CONF-ERROR-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-KEY-LINK-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-NEW-PROBABLE-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-OPEN-PROBABLE-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-UNMATCHED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-RUN-LOG-COUNT          PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
      *    NAME NORMALIZING AND SOUND-ALIKE CODING.
           05  WS-NAME-IN                PIC X(20).
           05  WS-NAME-OUT               PIC X(20).
           05  WS-NAME-LEN               PIC 9(02).
           05  WS-CHAR-SUB               PIC 9(02).
           05  WS-SOUNDEX                PIC X(04).
           05  WS-SDX-CODES              PIC X(20).
           05  WS-SDX-CODE               PIC X(01).
           05  WS-SDX-LAST-CODE          PIC X(01).
           05  WS-SDX-LEN                PIC 9(01).
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
           05  CONF-EOF-SW               PIC X(01) VALUE 'N'.
               88  CONF-EOF                  VALUE 'Y'.
           05  ACCT-EOF-SW               PIC X(01) VALUE 'N'.
               88  ACCT-EOF                  VALUE 'Y'.
           05  POLICY-EOF-SW             PIC X(01) VALUE 'N'.
               88  POLICY-EOF                VALUE 'Y'.
           05  ARTIST-EOF-SW             PIC X(01) VALUE 'N'.
               88  ARTIST-EOF                VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-OLD-XREF.
           PERFORM 1200-APPLY-CONFIRMATIONS.
           PERFORM 1300-LOAD-ACCOUNTS.
           MOVE 'MATCHES AND REVIEW LIST'  TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           MOVE MATCH-HEADING-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 2000-MATCH-ACCOUNTS.
           PERFORM 2100-MATCH-POLICIES.
           PERFORM 2200-MATCH-ARTISTS.
           PERFORM 3000-WRITE-NEW-XREF.
           PERFORM 3600-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  XREF-OLD-FILE
                          XREF-CONF-FILE
                          ACCT-MASTER
                          POLICY-MASTER-FILE
                          MUSICIAN-RFP
                   OUTPUT XREF-NEW-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "CUSTMTCH"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-DATE
                                           HL1-TODAY-DATE.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
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
       1100-LOAD-OLD-XREF.
      *----------------------------------------------------------*
           PERFORM 8100-READ-OLD-XREF.
           PERFORM 1110-STORE-OLD-RECORD
               UNTIL XREF-EOF.
      *----------------------------------------------------------*
       1110-STORE-OLD-RECORD.
      *----------------------------------------------------------*
      *    A BLANK MEMBER TYPE OR STATUS IS AN ACCOUNT LINK MADE
      *    BEFORE POLICIES AND ARTISTS WERE LINKED - A CONFIRMED
      *    ONE.  THE TABLE HOLDS IT THAT WAY; THE RECORD IS WRITTEN
      *    BACK AS IT CAME.
           IF  XREF-COUNT = 5000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO XREF-COUNT.
           SET XR-INDEX                 TO XREF-COUNT.
           MOVE CX-MEMBER-TYPE          TO XRT-MEMBER-TYPE(XR-INDEX).
           IF  CX-ACCOUNT-MEMBER
               MOVE 'A'                 TO XRT-MEMBER-TYPE(XR-INDEX).
           MOVE CX-ACCT-NO              TO XRT-MEMBER-KEY(XR-INDEX).
           MOVE CX-CUST-ID              TO XRT-CUST-ID(XR-INDEX).
           MOVE CX-LINK-STATUS          TO XRT-LINK-STATUS(XR-INDEX).
           IF  CX-LINK-CONFIRMED
               MOVE 'C'                 TO XRT-LINK-STATUS(XR-INDEX).
           MOVE CX-MATCH-BASIS          TO XRT-MATCH-BASIS(XR-INDEX).
           IF  CX-MANUAL-LINK
               MOVE 'M'                 TO XRT-MATCH-BASIS(XR-INDEX).
           MOVE CUST-XREF-RECORD        TO XRT-IMAGE(XR-INDEX).
           PERFORM 8100-READ-OLD-XREF.
      *----------------------------------------------------------*
       1200-APPLY-CONFIRMATIONS.
      *----------------------------------------------------------*
           MOVE 'REVIEW DECISIONS APPLIED'  TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE CONF-HEADING-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 8200-READ-CONFIRMATION.
           PERFORM 1210-APPLY-ONE-CONFIRMATION
               UNTIL CONF-EOF.
      *----------------------------------------------------------*
       1210-APPLY-ONE-CONFIRMATION.
      *----------------------------------------------------------*
           MOVE SPACE                   TO CDL-CUST-ID.
           MOVE XC-MEMBER-TYPE          TO WS-SUBJ-TYPE.
           IF  XC-MEMBER-TYPE = SPACE
               MOVE 'A'                 TO WS-SUBJ-TYPE.
           MOVE XC-MEMBER-KEY           TO WS-SUBJ-KEY.
           MOVE 'N'                     TO WS-XREF-FOUND-SW.
           IF  NOT XC-CONFIRM AND NOT XC-REJECT
               MOVE 'INVALID ACTION'    TO WS-MESSAGE
           ELSE
               IF  NOT XC-VALID-MEMBER-TYPE
               OR  XC-MEMBER-KEY = SPACE
                   MOVE 'INVALID MEMBER'
                                        TO WS-MESSAGE
               ELSE
                   PERFORM 7100-FIND-XREF-ENTRY
                   IF  NOT WS-XREF-FOUND
                       MOVE 'MEMBER NOT ON CROSS-REFERENCE'
                                        TO WS-MESSAGE
                   ELSE
                       MOVE XRT-CUST-ID(XR-INDEX)
                                        TO CDL-CUST-ID
                       IF  XRT-LINK-STATUS(XR-INDEX) NOT = 'P'
                           MOVE 'LINK NOT AWAITING REVIEW'
                                        TO WS-MESSAGE
                           MOVE 'N'     TO WS-XREF-FOUND-SW
                       ELSE
                           PERFORM 1220-RECORD-DECISION.
           IF  NOT WS-XREF-FOUND
               ADD 1                    TO WS-CONF-ERROR-COUNT.
           PERFORM 1290-PRINT-CONFIRMATION.
           PERFORM 8200-READ-CONFIRMATION.
      *----------------------------------------------------------*
       1220-RECORD-DECISION.
      *----------------------------------------------------------*
           MOVE XRT-IMAGE(XR-INDEX)     TO CUST-XREF-RECORD.
           IF  XC-CONFIRM
               MOVE 'C'                 TO CX-LINK-STATUS
               ADD 1                    TO WS-CONFIRMED-COUNT
               MOVE 'LINK CONFIRMED'    TO WS-MESSAGE
           ELSE
               MOVE 'X'                 TO CX-LINK-STATUS
               ADD 1                    TO WS-REJECTED-COUNT
               MOVE 'LINK REJECTED'     TO WS-MESSAGE.
           MOVE WS-TODAY-DATE           TO CX-LINK-DATE.
           MOVE XC-OPERATOR-ID          TO CX-REVIEWER-ID.
           MOVE CX-LINK-STATUS          TO XRT-LINK-STATUS(XR-INDEX).
           MOVE CUST-XREF-RECORD        TO XRT-IMAGE(XR-INDEX).
      *----------------------------------------------------------*
       1290-PRINT-CONFIRMATION.
      *----------------------------------------------------------*
           MOVE XC-ACTION               TO CDL-ACTION.
           MOVE XC-MEMBER-TYPE          TO CDL-MEMBER-TYPE.
           MOVE XC-MEMBER-KEY           TO CDL-MEMBER-KEY.
           MOVE XC-OPERATOR-ID          TO CDL-OPERATOR-ID.
           MOVE WS-MESSAGE              TO CDL-MESSAGE.
           MOVE CONF-DETAIL-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       1300-LOAD-ACCOUNTS.
      *----------------------------------------------------------*
      *    EVERY ACCOUNT IS HELD WITH ITS CUSTOMER - THE ONE IT IS
      *    CONFIRMED TO ON CUSTXREF, OR ITSELF - AND ITS NAME READY
      *    FOR MATCHING.
           PERFORM 8300-READ-ACCOUNT.
           PERFORM 1310-STORE-ONE-ACCOUNT
               UNTIL ACCT-EOF.
      *----------------------------------------------------------*
       1310-STORE-ONE-ACCOUNT.
      *----------------------------------------------------------*
           IF  ACCOUNT-COUNT = 5000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO ACCOUNT-COUNT.
           SET AT-INDEX                 TO ACCOUNT-COUNT.
           MOVE ACCT-NO                 TO AT-ACCT-NO(AT-INDEX)
                                           AT-CUST-ID(AT-INDEX).
           MOVE 'A'                     TO WS-SUBJ-TYPE.
           MOVE ACCT-NO                 TO WS-SUBJ-KEY.
           PERFORM 7100-FIND-XREF-ENTRY.
           IF  WS-XREF-FOUND
           AND XRT-LINK-STATUS(XR-INDEX) = 'C'
               MOVE XRT-CUST-ID(XR-INDEX)
                                        TO AT-CUST-ID(AT-INDEX).
           MOVE LAST-NAME               TO WS-NAME-IN.
           PERFORM 7500-NORMALIZE-NAME.
           MOVE WS-NAME-OUT             TO AT-LAST-NORM(AT-INDEX).
           PERFORM 7520-BUILD-SOUNDEX.
           MOVE WS-SOUNDEX              TO AT-SOUNDEX(AT-INDEX).
           MOVE FIRST-NAME              TO WS-NAME-IN.
           PERFORM 7500-NORMALIZE-NAME.
           MOVE WS-NAME-OUT             TO AT-FIRST-NORM(AT-INDEX).
           MOVE USA-STATE               TO AT-STATE(AT-INDEX).
           PERFORM 8300-READ-ACCOUNT.
      *----------------------------------------------------------*
       2000-MATCH-ACCOUNTS.
      *----------------------------------------------------------*
      *    THE ACCOUNT NAMES ARE NOT KEPT IN THE TABLE, SO ACCTMST
      *    IS READ AGAIN FOR THE REVIEW LIST.
           CLOSE ACCT-MASTER.
           OPEN INPUT ACCT-MASTER.
           MOVE 'N'                     TO ACCT-EOF-SW.
           MOVE 1                       TO WS-ACCT-SUB.
           PERFORM 8300-READ-ACCOUNT.
           PERFORM 2010-MATCH-ONE-ACCOUNT
               UNTIL ACCT-EOF
                  OR WS-ACCT-SUB > ACCOUNT-COUNT.
      *----------------------------------------------------------*
       2010-MATCH-ONE-ACCOUNT.
      *----------------------------------------------------------*
           MOVE 'A'                     TO WS-SUBJ-TYPE.
           MOVE ACCT-NO                 TO WS-SUBJ-KEY.
           MOVE LAST-NAME               TO WS-SUBJ-LAST-NAME.
           MOVE FIRST-NAME              TO WS-SUBJ-FIRST-NAME.
           MOVE USA-STATE               TO WS-SUBJ-STATE.
           MOVE AT-CUST-ID(WS-ACCT-SUB) TO WS-SUBJ-CUST-ID.
           COMPUTE WS-SUBJ-LIMIT = WS-ACCT-SUB - 1.
           PERFORM 2400-PROCESS-SUBJECT.
           ADD 1                        TO WS-ACCT-SUB.
           PERFORM 8300-READ-ACCOUNT.
      *----------------------------------------------------------*
       2100-MATCH-POLICIES.
      *----------------------------------------------------------*
           PERFORM 8400-READ-POLICY.
           PERFORM 2110-MATCH-ONE-POLICY
               UNTIL POLICY-EOF.
      *----------------------------------------------------------*
       2110-MATCH-ONE-POLICY.
      *----------------------------------------------------------*
           IF  PM-ACTIVE
               MOVE 'P'                 TO WS-SUBJ-TYPE
               MOVE PM-POLICY-NO        TO WS-SUBJ-KEY
               MOVE PM-INSURED-LAST-NAME
                                        TO WS-SUBJ-LAST-NAME
               MOVE PM-INSURED-FIRST-NAME
                                        TO WS-SUBJ-FIRST-NAME
               MOVE SPACE               TO WS-SUBJ-STATE
                                           WS-SUBJ-CUST-ID
               MOVE ACCOUNT-COUNT       TO WS-SUBJ-LIMIT
               PERFORM 2400-PROCESS-SUBJECT.
           PERFORM 8400-READ-POLICY.
      *----------------------------------------------------------*
       2200-MATCH-ARTISTS.
      *----------------------------------------------------------*
           PERFORM 8500-READ-ARTIST.
           PERFORM 2210-MATCH-ONE-ARTIST
               UNTIL ARTIST-EOF.
      *----------------------------------------------------------*
       2210-MATCH-ONE-ARTIST.
      *----------------------------------------------------------*
      *    AN ARTIST HAS ONE FAVRFP RECORD PER INSTRUMENT WANTED,
      *    SO EACH ARTIST ACCOUNT IS MATCHED ON ITS FIRST RECORD
      *    ONLY.
           MOVE 'N'                     TO WS-ARTIST-DONE-SW.
           SET AD-INDEX                 TO 1.
           SEARCH ARTIST-DONE-TABLE
               AT END
                   CONTINUE
               WHEN AD-INDEX > ARTIST-DONE-COUNT
                   CONTINUE
               WHEN ADT-ACCT-NO(AD-INDEX) = ARTIST-ACCT-NUM
                   MOVE 'Y'             TO WS-ARTIST-DONE-SW.
           IF  NOT WS-ARTIST-DONE
           AND ARTIST-ACCT-NUM NOT = SPACE
               IF  ARTIST-DONE-COUNT = 2000
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                    TO ARTIST-DONE-COUNT
               SET AD-INDEX             TO ARTIST-DONE-COUNT
               MOVE ARTIST-ACCT-NUM     TO ADT-ACCT-NO(AD-INDEX)
               MOVE 'M'                 TO WS-SUBJ-TYPE
               MOVE ARTIST-ACCT-NUM     TO WS-SUBJ-KEY
               MOVE MUSICIAN-LNAME      TO WS-SUBJ-LAST-NAME
               MOVE MUSICIAN-FNAME      TO WS-SUBJ-FIRST-NAME
               MOVE SPACE               TO WS-SUBJ-STATE
                                           WS-SUBJ-CUST-ID
               MOVE ACCOUNT-COUNT       TO WS-SUBJ-LIMIT
               PERFORM 2400-PROCESS-SUBJECT.
           PERFORM 8500-READ-ARTIST.
      *----------------------------------------------------------*
       2400-PROCESS-SUBJECT.
      *----------------------------------------------------------*
      *    A MEMBER ALREADY ON CUSTXREF IS LEFT AS IT IS, BUT ONE
      *    STILL AWAITING REVIEW IS LISTED AGAIN.  AN ARTIST WHOSE
      *    ARTIST ACCOUNT IS ON ACCTMST TAKES THAT ACCOUNT'S
      *    CUSTOMER; ANY OTHER NEW MEMBER IS MATCHED BY NAME.
           ADD 1                        TO WS-RUN-LOG-COUNT.
           PERFORM 7100-FIND-XREF-ENTRY.
           IF  WS-XREF-FOUND
               IF  XRT-LINK-STATUS(XR-INDEX) = 'P'
                   ADD 1                TO WS-OPEN-PROBABLE-COUNT
                   MOVE XRT-CUST-ID(XR-INDEX)
                                        TO WS-BEST-CUST-ID
                   MOVE XRT-MATCH-BASIS(XR-INDEX)
                                        TO WS-NEW-BASIS
                   PERFORM 2710-FIND-CUSTOMER-STATE
                   MOVE 'STILL AWAITING REVIEW'
                                        TO MTL-NOTE
                   PERFORM 2700-PRINT-MATCH-LINE
               END-IF
           ELSE
               MOVE 'N'                 TO WS-XREF-FOUND-SW
               IF  WS-SUBJ-TYPE = 'M'
                   PERFORM 2450-LINK-ARTIST-ACCOUNT
               END-IF
               IF  NOT WS-XREF-FOUND
                   PERFORM 2500-MATCH-BY-NAME
                   IF  WS-BEST-RANK > ZERO
                       PERFORM 2600-PROPOSE-LINK
                   ELSE
                       IF  WS-SUBJ-TYPE NOT = 'A'
                           ADD 1        TO WS-UNMATCHED-COUNT.
      *----------------------------------------------------------*
       2450-LINK-ARTIST-ACCOUNT.
      *----------------------------------------------------------*
           SET AT-INDEX                 TO 1.
           SEARCH ACCOUNT-TABLE
               AT END
                   CONTINUE
               WHEN AT-INDEX > ACCOUNT-COUNT
                   CONTINUE
               WHEN AT-ACCT-NO(AT-INDEX) = WS-SUBJ-KEY
                   MOVE 'Y'             TO WS-XREF-FOUND-SW
                   MOVE AT-CUST-ID(AT-INDEX)
                                        TO WS-BEST-CUST-ID
                   MOVE AT-STATE(AT-INDEX)
                                        TO WS-SUBJ-STATE
                                           WS-BEST-STATE.
           IF  WS-XREF-FOUND
               MOVE 'C'                 TO WS-NEW-STATUS
               MOVE 'K'                 TO WS-NEW-BASIS
               PERFORM 2650-ADD-XREF-ENTRY
               ADD 1                    TO WS-KEY-LINK-COUNT
               MOVE 'LINKED - SAME ACCOUNT' TO MTL-NOTE
               PERFORM 2700-PRINT-MATCH-LINE.
      *----------------------------------------------------------*
       2500-MATCH-BY-NAME.
      *----------------------------------------------------------*
           MOVE ZERO                    TO WS-BEST-RANK.
           MOVE SPACE                   TO WS-BEST-CUST-ID
                                           WS-BEST-STATE.
           MOVE 'N'                     TO WS-MULTIPLE-SW.
           MOVE WS-SUBJ-LAST-NAME       TO WS-NAME-IN.
           PERFORM 7500-NORMALIZE-NAME.
           MOVE WS-NAME-OUT             TO WS-SUBJ-LAST.
           PERFORM 7520-BUILD-SOUNDEX.
           MOVE WS-SOUNDEX              TO WS-SUBJ-SOUNDEX.
           MOVE WS-SUBJ-FIRST-NAME      TO WS-NAME-IN.
           PERFORM 7500-NORMALIZE-NAME.
           MOVE WS-NAME-OUT             TO WS-SUBJ-FIRST.
           IF  WS-SUBJ-LAST NOT = SPACE
               PERFORM 2510-SCORE-ONE-ACCOUNT
                   VARYING AT-INDEX FROM 1 BY 1
                       UNTIL AT-INDEX > WS-SUBJ-LIMIT.
      *----------------------------------------------------------*
       2510-SCORE-ONE-ACCOUNT.
      *----------------------------------------------------------*
      *    RANK 2 - SAME LAST NAME AND SAME FIRST NAME (A BLANK
      *    FIRST NAME AGREES WITH ANY).  RANK 1 - LAST NAMES SOUND
      *    ALIKE AND THE FIRST INITIALS AGREE.  AN ACCOUNT MATCHED
      *    WITH AN ACCOUNT MUST ALSO BE IN THE SAME STATE AND NOT
      *    ALREADY UNDER THE SAME CUSTOMER.  THE BEST RANK WINS;
      *    TIED CANDIDATES UNDER DIFFERENT CUSTOMERS ARE FLAGGED.
           MOVE ZERO                    TO WS-RANK.
           IF  AT-LAST-NORM(AT-INDEX) = WS-SUBJ-LAST
               IF  AT-FIRST-NORM(AT-INDEX) = WS-SUBJ-FIRST
               OR  AT-FIRST-NORM(AT-INDEX) = SPACE
               OR  WS-SUBJ-FIRST = SPACE
                   MOVE 2               TO WS-RANK
               ELSE
                   IF  AT-FIRST-NORM(AT-INDEX)(1:1) =
                       WS-SUBJ-FIRST(1:1)
                       MOVE 1           TO WS-RANK
                   END-IF
               END-IF
           ELSE
               IF  AT-SOUNDEX(AT-INDEX) = WS-SUBJ-SOUNDEX
               AND AT-FIRST-NORM(AT-INDEX)(1:1) = WS-SUBJ-FIRST(1:1)
                   MOVE 1               TO WS-RANK.
           IF  WS-SUBJ-TYPE = 'A'
               IF  AT-STATE(AT-INDEX) NOT = WS-SUBJ-STATE
               OR  AT-CUST-ID(AT-INDEX) = WS-SUBJ-CUST-ID
                   MOVE ZERO            TO WS-RANK.
           IF  WS-RANK > WS-BEST-RANK
               MOVE WS-RANK             TO WS-BEST-RANK
               MOVE AT-CUST-ID(AT-INDEX) TO WS-BEST-CUST-ID
               MOVE AT-STATE(AT-INDEX)  TO WS-BEST-STATE
               MOVE 'N'                 TO WS-MULTIPLE-SW
           ELSE
               IF  WS-RANK = WS-BEST-RANK
               AND WS-RANK > ZERO
               AND AT-CUST-ID(AT-INDEX) NOT = WS-BEST-CUST-ID
                   MOVE 'Y'             TO WS-MULTIPLE-SW.
      *----------------------------------------------------------*
       2600-PROPOSE-LINK.
      *----------------------------------------------------------*
           MOVE 'P'                     TO WS-NEW-STATUS.
           IF  WS-BEST-RANK = 2
               MOVE 'N'                 TO WS-NEW-BASIS
           ELSE
               MOVE 'S'                 TO WS-NEW-BASIS.
           PERFORM 2650-ADD-XREF-ENTRY.
           ADD 1                        TO WS-NEW-PROBABLE-COUNT.
           IF  WS-MULTIPLE-CUSTOMERS
               MOVE 'FOR REVIEW - SEVERAL'  TO MTL-NOTE
           ELSE
               MOVE 'FOR REVIEW'        TO MTL-NOTE.
           PERFORM 2700-PRINT-MATCH-LINE.
      *----------------------------------------------------------*
       2650-ADD-XREF-ENTRY.
      *----------------------------------------------------------*
           IF  XREF-COUNT = 5000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO XREF-COUNT.
           SET XR-INDEX                 TO XREF-COUNT.
           MOVE SPACE                   TO CUST-XREF-RECORD.
           MOVE WS-SUBJ-KEY             TO CX-ACCT-NO.
           MOVE WS-BEST-CUST-ID         TO CX-CUST-ID.
           MOVE WS-SUBJ-TYPE            TO CX-MEMBER-TYPE.
           MOVE WS-NEW-STATUS           TO CX-LINK-STATUS.
           MOVE WS-NEW-BASIS            TO CX-MATCH-BASIS.
           MOVE WS-TODAY-DATE           TO CX-LINK-DATE.
           MOVE WS-SUBJ-TYPE            TO XRT-MEMBER-TYPE(XR-INDEX).
           MOVE WS-SUBJ-KEY             TO XRT-MEMBER-KEY(XR-INDEX).
           MOVE WS-BEST-CUST-ID         TO XRT-CUST-ID(XR-INDEX).
           MOVE WS-NEW-STATUS           TO XRT-LINK-STATUS(XR-INDEX).
           MOVE WS-NEW-BASIS            TO XRT-MATCH-BASIS(XR-INDEX).
           MOVE CUST-XREF-RECORD        TO XRT-IMAGE(XR-INDEX).
      *----------------------------------------------------------*
       2700-PRINT-MATCH-LINE.
      *----------------------------------------------------------*
           MOVE WS-SUBJ-TYPE            TO MTL-MEMBER-TYPE.
           MOVE WS-SUBJ-KEY             TO MTL-MEMBER-KEY.
           MOVE WS-SUBJ-LAST-NAME       TO MTL-LAST-NAME.
           MOVE WS-SUBJ-FIRST-NAME      TO MTL-FIRST-NAME.
           MOVE WS-BEST-CUST-ID         TO MTL-CUST-ID.
           MOVE WS-SUBJ-STATE           TO MTL-MEMBER-STATE.
           MOVE WS-BEST-STATE           TO MTL-CUST-STATE.
           EVALUATE WS-NEW-BASIS
               WHEN 'K'
                   MOVE 'ACCT '         TO MTL-BASIS
               WHEN 'N'
                   MOVE 'NAME '         TO MTL-BASIS
               WHEN 'S'
                   MOVE 'SOUND'         TO MTL-BASIS
               WHEN OTHER
                   MOVE 'HAND '         TO MTL-BASIS
           END-EVALUATE.
           MOVE MATCH-DETAIL-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2710-FIND-CUSTOMER-STATE.
      *----------------------------------------------------------*
           MOVE SPACE                   TO WS-BEST-STATE.
           SET AT-INDEX                 TO 1.
           SEARCH ACCOUNT-TABLE
               AT END
                   CONTINUE
               WHEN AT-INDEX > ACCOUNT-COUNT
                   CONTINUE
               WHEN AT-CUST-ID(AT-INDEX) = WS-BEST-CUST-ID
                   MOVE AT-STATE(AT-INDEX)
                                        TO WS-BEST-STATE.
      *----------------------------------------------------------*
       3000-WRITE-NEW-XREF.
      *----------------------------------------------------------*
           PERFORM 3100-WRITE-ONE-ENTRY
               VARYING XR-INDEX FROM 1 BY 1
                   UNTIL XR-INDEX > XREF-COUNT.
      *----------------------------------------------------------*
       3100-WRITE-ONE-ENTRY.
      *----------------------------------------------------------*
           WRITE XREF-NEW-RECORD        FROM XRT-IMAGE(XR-INDEX).
      *----------------------------------------------------------*
       3600-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-CONFIRMED-COUNT      TO TL1-CONFIRMED-COUNT.
           MOVE WS-REJECTED-COUNT       TO TL1-REJECTED-COUNT.
           MOVE WS-CONF-ERROR-COUNT     TO TL1-ERROR-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 3.
           MOVE WS-KEY-LINK-COUNT       TO TL2-KEY-LINK-COUNT.
           MOVE WS-NEW-PROBABLE-COUNT   TO TL2-NEW-PROBABLE-COUNT.
           MOVE WS-OPEN-PROBABLE-COUNT  TO TL2-OPEN-PROBABLE-COUNT.
           MOVE WS-UNMATCHED-COUNT      TO TL2-UNMATCHED-COUNT.
           MOVE TRAILER-2               TO PRINT-LINE.
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
           CLOSE   XREF-OLD-FILE
                   XREF-NEW-FILE
                   XREF-CONF-FILE
                   ACCT-MASTER
                   POLICY-MASTER-FILE
                   MUSICIAN-RFP
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'CUSTMTCH - LINKS CONFIRMED  : ' WS-CONFIRMED-COUNT.
           DISPLAY 'CUSTMTCH - LINKS REJECTED   : ' WS-REJECTED-COUNT.
           DISPLAY 'CUSTMTCH - LINKED ON ACCT   : ' WS-KEY-LINK-COUNT.
           DISPLAY 'CUSTMTCH - NEW FOR REVIEW   : '
               WS-NEW-PROBABLE-COUNT.
           DISPLAY 'CUSTMTCH - STILL FOR REVIEW : '
               WS-OPEN-PROBABLE-COUNT.
      *----------------------------------------------------------*
       7100-FIND-XREF-ENTRY.
      *----------------------------------------------------------*
      *    INPUT : WS-SUBJ-TYPE AND WS-SUBJ-KEY.  OUTPUT:
      *            WS-XREF-FOUND AND XR-INDEX AT THE ENTRY.
           MOVE 'N'                     TO WS-XREF-FOUND-SW.
           SET XR-INDEX                 TO 1.
           SEARCH XREF-TABLE
               AT END
                   CONTINUE
               WHEN XR-INDEX > XREF-COUNT
                   CONTINUE
               WHEN XRT-MEMBER-TYPE(XR-INDEX) = WS-SUBJ-TYPE
               AND  XRT-MEMBER-KEY(XR-INDEX) = WS-SUBJ-KEY
                   MOVE 'Y'             TO WS-XREF-FOUND-SW.
      *----------------------------------------------------------*
       7500-NORMALIZE-NAME.
      *----------------------------------------------------------*
      *    INPUT : WS-NAME-IN.  OUTPUT: WS-NAME-OUT, THE NAME IN
      *            CAPITALS WITH EVERYTHING BUT LETTERS SQUEEZED OUT,
      *            AND ITS LENGTH IN WS-NAME-LEN.
           INSPECT WS-NAME-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACE                   TO WS-NAME-OUT.
           MOVE ZERO                    TO WS-NAME-LEN.
           PERFORM 7510-KEEP-ONE-LETTER
               VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 20.
      *----------------------------------------------------------*
       7510-KEEP-ONE-LETTER.
      *----------------------------------------------------------*
           IF  WS-NAME-IN(WS-CHAR-SUB:1) ALPHABETIC
           AND WS-NAME-IN(WS-CHAR-SUB:1) NOT = SPACE
               ADD 1                    TO WS-NAME-LEN
               MOVE WS-NAME-IN(WS-CHAR-SUB:1)
                   TO WS-NAME-OUT(WS-NAME-LEN:1).
      *----------------------------------------------------------*
       7520-BUILD-SOUNDEX.
      *----------------------------------------------------------*
      *    INPUT : WS-NAME-OUT (NORMALIZED).  OUTPUT: WS-SOUNDEX,
      *            THE FIRST LETTER AND THE NEXT THREE CONSONANT
      *            SOUNDS, PADDED WITH ZEROS.
           MOVE WS-NAME-OUT             TO WS-SDX-CODES.
           INSPECT WS-SDX-CODES CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            TO '01230120022455012623010202'.
           MOVE '0000'                  TO WS-SOUNDEX.
           MOVE WS-NAME-OUT(1:1)        TO WS-SOUNDEX(1:1).
           MOVE WS-SDX-CODES(1:1)       TO WS-SDX-LAST-CODE.
           MOVE 1                       TO WS-SDX-LEN.
           PERFORM 7530-CODE-ONE-LETTER
               VARYING WS-CHAR-SUB FROM 2 BY 1
                   UNTIL WS-CHAR-SUB > 20
                      OR WS-SDX-LEN = 4.
      *----------------------------------------------------------*
       7530-CODE-ONE-LETTER.
      *----------------------------------------------------------*
           MOVE WS-SDX-CODES(WS-CHAR-SUB:1)
                                        TO WS-SDX-CODE.
           IF  WS-SDX-CODE NOT = SPACE
           AND WS-SDX-CODE NOT = '0'
           AND WS-SDX-CODE NOT = WS-SDX-LAST-CODE
               ADD 1                    TO WS-SDX-LEN
               MOVE WS-SDX-CODE         TO WS-SOUNDEX(WS-SDX-LEN:1).
           MOVE WS-SDX-CODE             TO WS-SDX-LAST-CODE.
      *----------------------------------------------------------*
       8100-READ-OLD-XREF.
      *----------------------------------------------------------*
           READ XREF-OLD-FILE
               AT END MOVE 'Y'          TO XREF-EOF-SW.
      *----------------------------------------------------------*
       8200-READ-CONFIRMATION.
      *----------------------------------------------------------*
           READ XREF-CONF-FILE
               AT END MOVE 'Y'          TO CONF-EOF-SW.
      *----------------------------------------------------------*
       8300-READ-ACCOUNT.
      *----------------------------------------------------------*
           READ ACCT-MASTER
               AT END MOVE 'Y'          TO ACCT-EOF-SW.
      *----------------------------------------------------------*
       8400-READ-POLICY.
      *----------------------------------------------------------*
           READ POLICY-MASTER-FILE
               AT END MOVE 'Y'          TO POLICY-EOF-SW.
      *----------------------------------------------------------*
       8500-READ-ARTIST.
      *----------------------------------------------------------*
           READ MUSICIAN-RFP
               AT END MOVE 'Y'          TO ARTIST-EOF-SW.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  MATCHING TABLE OVERFLOW - CUSTMTCH      *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF CUSTMTCH                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   XREF-OLD-FILE
                   XREF-NEW-FILE
                   XREF-CONF-FILE
                   ACCT-MASTER
                   POLICY-MASTER-FILE
                   MUSICIAN-RFP
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
