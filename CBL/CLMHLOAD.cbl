       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMHLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE   ASSIGN TO CLMSUSP.
           SELECT EOB-FEED-FILE   ASSIGN TO EOBFEED.
           SELECT APPEAL-FILE     ASSIGN TO APPEALS.
           SELECT CLAIM-HIST-FILE ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  SUSPENSE-FILE RECORDING MODE F.
      *----------------------------------------------------------*
       01  SUSPENSE-RECORD.
           05  CS-ERROR-CODE               PIC X(02).
           05  CS-DATE-SUSPENDED           PIC 9(08).
           05  CS-CLAIM-RECORD             PIC X(80).
           05  FILLER                      PIC X(10).
      *----------------------------------------------------------*
       FD  EOB-FEED-FILE RECORDING MODE F.
      *----------------------------------------------------------*
       01  EOB-FEED-RECORD.
           05  EB-POLICY-NO                PIC X(07).
           05  EB-LAST-NAME                PIC X(15).
           05  EB-FIRST-NAME               PIC X(10).
           05  EB-CLAIM-AMOUNT             PIC 9(07)V99.
           05  EB-DED-APPLIED              PIC 9(07)V99.
           05  EB-COINS-PCT                PIC 9(02).
           05  EB-COINS-AMOUNT             PIC 9(07)V99.
           05  EB-AMOUNT-PAID              PIC 9(07)V99.
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
           05  EB-RECEIVED-DATE            PIC 9(08).
           05  EB-DAYS-TO-PAY              PIC 9(05).
           05  EB-INTEREST-AMT             PIC 9(07)V99.
           05  EB-PAYEE-TYPE               PIC X(01).
               88  EB-PAID-TO-INSURED          VALUE 'I'.
               88  EB-PAID-TO-PROVIDER         VALUE 'P'.
           05  EB-PROVIDER-CODE            PIC X(03).
           05  EB-PROVIDER-NAME            PIC X(25).
           05  EB-OFFSET-AMT               PIC 9(07)V99.
           05  EB-SERVICE-PROVIDER         PIC X(03).
           05  EB-NETWORK-STATUS           PIC X(01).
           05  EB-OON-ALLOWED-CUT          PIC 9(07)V99.
           05  EB-OON-COINS-EXTRA          PIC 9(07)V99.
      *----------------------------------------------------------*
       FD  APPEAL-FILE RECORDING MODE F.
      *----------------------------------------------------------*
       01  APPEAL-RECORD.
           05  AP-STATUS                   PIC X(01).
           05  AP-POLICY-NO                PIC X(07).
           05  AP-REJECT-DATE              PIC 9(08).
           05  AP-DEADLINE-DATE            PIC 9(08).
           05  AP-REASON                   PIC X(20).
           05  AP-CLAIM-RECORD             PIC X(100).
           05  FILLER                      PIC X(06).
      *----------------------------------------------------------*
       FD  CLAIM-HIST-FILE.
       COPY CLMHIST.
      *----------------------------------------------------------*
       FD  RUN-LOG-FILE RECORDING MODE F.
       COPY RUNLOG.
      *----------------------------------------------------------*
       FD  RUN-CONTROL-FILE RECORDING MODE F.
       COPY RUNCTLFL.
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    CLAIMS HISTORY LOAD, RUN AFTER THE ADJUDICATION CYCLE.
      *    THREE PASSES AGAINST THE KEYED HISTORY, IN LIFE ORDER:
      *      SUSPENSE - EVERY CLAIM IN CLMSUSP IS ON FILE AS
      *                 SUSPENDED (S) WITH ITS ERROR CODE AND DATE.
      *      EOBFEED  - EACH ADJUDICATED CLAIM IS POSTED PAID (P),
      *                 REJECTED (R) OR HELD FOR WATCH-LIST REVIEW
      *                 (H).  A SUSPENDED OR HELD CLAIM OR AN
      *                 OVERTURNED REJECTION FOR THE SAME POLICY AND
      *                 AMOUNT IS CARRIED FORWARD RATHER THAN ADDED,
      *                 KEEPING ITS EARLIER DATES.
      *      APPEALS  - APPEAL STATUS AND DEADLINE ARE POSTED TO THE
      *                 REJECTED CLAIM THEY BELONG TO.
      *    EVERY PASS IS SAFE TO RERUN - A CLAIM ALREADY POSTED FOR
      *    THE SAME DATE IS COUNTED AS ON FILE, NOT ADDED TWICE.
      *----------------------------------------------------------*
       COPY CLAIMREC.
      *----------------------------------------------------------*
       01  WS-LOAD-FIELDS.
           05  WS-LOAD-PHASE               PIC X(01) VALUE SPACE.
               88  WS-SUSPENSE-PHASE           VALUE 'S'.
               88  WS-EOB-PHASE                VALUE 'E'.
               88  WS-APPEAL-PHASE             VALUE 'A'.
           05  WS-TODAY-NUM                PIC 9(08).
           05  WS-SCAN-POLICY-NO           PIC X(07).
           05  WS-SCAN-BENEFIT-DATE        PIC 9(08).
           05  WS-SCAN-AMOUNT              PIC 9(07)V99.
           05  WS-LAST-SEQ                 PIC 9(03).
           05  WS-OLD-BENEFIT-DATE         PIC 9(08).
           05  WS-HIST-SAVE                PIC X(200).
      *----------------------------------------------------------*
       01  WS-LOAD-COUNTERS.
           05  WS-SUSP-ADDED               PIC 9(07) VALUE ZERO.
           05  WS-SUSP-UPDATED             PIC 9(07) VALUE ZERO.
           05  WS-EOB-ADDED                PIC 9(07) VALUE ZERO.
           05  WS-EOB-CARRIED              PIC 9(07) VALUE ZERO.
           05  WS-APPEAL-POSTED            PIC 9(07) VALUE ZERO.
           05  WS-APPEAL-UNMATCHED         PIC 9(07) VALUE ZERO.
           05  WS-ON-FILE-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-WRITE-ERROR-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-RUN-LOG-COUNT            PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  SUSP-EOF-SW                 PIC X(01) VALUE 'N'.
               88  SUSP-EOF                    VALUE 'Y'.
           05  EOB-EOF-SW                  PIC X(01) VALUE 'N'.
               88  EOB-EOF                     VALUE 'Y'.
           05  APPEAL-EOF-SW               PIC X(01) VALUE 'N'.
               88  APPEAL-EOF                  VALUE 'Y'.
           05  SCAN-DONE-SW                PIC X(01) VALUE 'N'.
               88  SCAN-DONE                   VALUE 'Y'.
           05  WS-MATCH-SW                 PIC X(01) VALUE 'N'.
               88  WS-MATCH-FOUND              VALUE 'Y'.
           05  WS-ON-FILE-SW               PIC X(01) VALUE 'N'.
               88  WS-ALREADY-ON-FILE          VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           MOVE 'S'                     TO WS-LOAD-PHASE.
           PERFORM 8000-READ-SUSPENSE.
           PERFORM 2000-LOAD-ONE-SUSPENSE
               UNTIL SUSP-EOF.
           MOVE 'E'                     TO WS-LOAD-PHASE.
           PERFORM 8100-READ-EOB-FEED.
           PERFORM 3000-LOAD-ONE-ADJUDICATION
               UNTIL EOB-EOF.
           MOVE 'A'                     TO WS-LOAD-PHASE.
           PERFORM 8200-READ-APPEAL.
           PERFORM 4000-POST-ONE-APPEAL
               UNTIL APPEAL-EOF.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 5000-CLOSE-FILES.
           MOVE ZERO                    TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  SUSPENSE-FILE
                          EOB-FEED-FILE
                          APPEAL-FILE.
           OPEN    I-O    CLAIM-HIST-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "CLMHLOAD"              TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-NUM.
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
       2000-LOAD-ONE-SUSPENSE.
      *----------------------------------------------------------*
      *    THE SUSPENDED CLAIM IS STILL IN ITS RAW SUBMITTED FORM,
      *    SO IT IS BROKEN OUT THE SAME WAY MKFIXED BREAKS IT OUT.
      *    FIELDS THAT FAILED VALIDATION ARE CARRIED AS ZERO.  A
      *    CLAIM PENDED BY MIDTERM FOR WANT OF AN AUTHORIZATION (CODE
      *    09) WAS ALREADY BROKEN OUT AND IS CARRIED AS A FIXED IMAGE.
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE SPACE                   TO CLAIM-RECORD-WS.
           IF  CS-ERROR-CODE = '09'
               MOVE CS-CLAIM-RECORD     TO CLAIM-RECORD-WS
           ELSE
               UNSTRING CS-CLAIM-RECORD DELIMITED BY ','
                   INTO
                       INSURED-POLICY-NO
                       INSURED-LAST-NAME
                       INSURED-FIRST-NAME
                       POLICY-TYPE
                       POLICY-YEAR
                       POLICY-MONTH
                       POLICY-DAY
                       POLICY-AMOUNT
                       POLICY-DEDUCTIBLE-PAID
                       POLICY-COINSURANCE
                       CLAIM-AMOUNT
                       CLAIM-AMOUNT-PAID
                       CLAIM-PROVIDER-CODE
                       CLAIM-PROC-CODE
                       CLAIM-RECEIVED-DATE-X.
           IF  NOT POLICY-BENEFIT-DATE-X NUMERIC
               MOVE ZERO                TO POLICY-BENEFIT-DATE-NUM.
           IF  NOT CLAIM-AMOUNT NUMERIC
               MOVE ZERO                TO CLAIM-AMOUNT.
           IF  NOT POLICY-TYPE NUMERIC
               MOVE ZERO                TO POLICY-TYPE.
           IF  NOT CLAIM-RECEIVED-DATE NUMERIC
           OR  CLAIM-RECEIVED-DATE = ZERO
               MOVE CS-DATE-SUSPENDED   TO CLAIM-RECEIVED-DATE.
           MOVE INSURED-POLICY-NO       TO WS-SCAN-POLICY-NO.
           MOVE POLICY-BENEFIT-DATE-NUM TO WS-SCAN-BENEFIT-DATE.
           MOVE CLAIM-AMOUNT            TO WS-SCAN-AMOUNT.
           PERFORM 2900-SCAN-POLICY-HISTORY.
           EVALUATE TRUE
               WHEN WS-ALREADY-ON-FILE
                   ADD 1                TO WS-ON-FILE-COUNT
               WHEN WS-MATCH-FOUND
                   PERFORM 2100-UPDATE-SUSPENSE
               WHEN OTHER
                   PERFORM 2200-ADD-SUSPENSE
           END-EVALUATE.
           PERFORM 8000-READ-SUSPENSE.
      *----------------------------------------------------------*
       2100-UPDATE-SUSPENSE.
      *----------------------------------------------------------*
      *    A REPAIRED CLAIM THAT FAILED VALIDATION AGAIN - THE LATEST
      *    SUSPENSION REPLACES THE EARLIER ONE.
           MOVE WS-HIST-SAVE            TO CLAIM-HIST-RECORD.
           MOVE CS-DATE-SUSPENDED       TO CH-SUSPENSE-DATE.
           MOVE CS-ERROR-CODE           TO CH-SUSPENSE-CODE.
           MOVE WS-TODAY-NUM            TO CH-LAST-UPDATE.
           REWRITE CLAIM-HIST-RECORD
               INVALID KEY
                   PERFORM 2950-REPORT-WRITE-ERROR
               NOT INVALID KEY
                   ADD 1                TO WS-SUSP-UPDATED
           END-REWRITE.
      *----------------------------------------------------------*
       2200-ADD-SUSPENSE.
      *----------------------------------------------------------*
           MOVE SPACE                   TO CLAIM-HIST-RECORD.
           MOVE INSURED-POLICY-NO       TO CH-POLICY-NO.
           MOVE POLICY-BENEFIT-DATE-NUM TO CH-BENEFIT-DATE.
           MOVE INSURED-LAST-NAME       TO CH-LAST-NAME.
           MOVE INSURED-FIRST-NAME      TO CH-FIRST-NAME.
           MOVE POLICY-TYPE             TO CH-POLICY-TYPE.
           MOVE CLAIM-RECEIVED-DATE     TO CH-RECEIVED-DATE.
           MOVE CLAIM-AMOUNT            TO CH-CLAIM-AMOUNT.
           MOVE CLAIM-PROVIDER-CODE     TO CH-PROVIDER-CODE.
           MOVE ZERO                    TO CH-DED-APPLIED
                                           CH-AMOUNT-PAID
                                           CH-INTEREST-AMT
                                           CH-OON-COST
                                           CH-PAID-DATE
                                           CH-REJECT-DATE
                                           CH-APPEAL-DEADLINE.
           MOVE 'S'                     TO CH-DISPOSITION.
           MOVE CS-DATE-SUSPENDED       TO CH-SUSPENSE-DATE.
           MOVE CS-ERROR-CODE           TO CH-SUSPENSE-CODE.
           MOVE WS-TODAY-NUM            TO CH-LAST-UPDATE.
           PERFORM 2960-WRITE-NEW-HISTORY.
           IF  CH-CLAIM-SEQ > ZERO
               ADD 1                    TO WS-SUSP-ADDED.
      *----------------------------------------------------------*
       2900-SCAN-POLICY-HISTORY.
      *----------------------------------------------------------*
      *    READS EVERY HISTORY RECORD FOR THE POLICY, NOTING THE LAST
      *    SEQUENCE USED ON THE TARGET BENEFIT DATE, WHETHER THIS
      *    CLAIM IS ALREADY ON FILE, AND THE FIRST EARLIER STAGE OF
      *    THE SAME CLAIM (SAVED IN WS-HIST-SAVE) FOR THIS PASS.
           MOVE 'N'                     TO WS-MATCH-SW
                                           WS-ON-FILE-SW
                                           SCAN-DONE-SW.
           MOVE ZERO                    TO WS-LAST-SEQ.
           MOVE SPACE                   TO WS-HIST-SAVE.
           MOVE WS-SCAN-POLICY-NO       TO CH-POLICY-NO.
           MOVE ZERO                    TO CH-BENEFIT-DATE
                                           CH-CLAIM-SEQ.
           START CLAIM-HIST-FILE
               KEY NOT LESS THAN CH-KEY
               INVALID KEY
                   MOVE 'Y'             TO SCAN-DONE-SW.
           PERFORM 2910-READ-NEXT-FOR-POLICY
               UNTIL SCAN-DONE.
      *----------------------------------------------------------*
       2910-READ-NEXT-FOR-POLICY.
      *----------------------------------------------------------*
           READ CLAIM-HIST-FILE NEXT RECORD
               AT END MOVE 'Y'          TO SCAN-DONE-SW.
           IF  NOT SCAN-DONE
               IF  CH-POLICY-NO NOT = WS-SCAN-POLICY-NO
                   MOVE 'Y'             TO SCAN-DONE-SW
               ELSE
                   PERFORM 2920-TEST-ONE-HISTORY.
      *----------------------------------------------------------*
       2920-TEST-ONE-HISTORY.
      *----------------------------------------------------------*
           IF  CH-BENEFIT-DATE = WS-SCAN-BENEFIT-DATE
           AND CH-CLAIM-SEQ > WS-LAST-SEQ
               MOVE CH-CLAIM-SEQ        TO WS-LAST-SEQ.
           IF  CH-CLAIM-AMOUNT = WS-SCAN-AMOUNT
               EVALUATE TRUE
                   WHEN WS-SUSPENSE-PHASE
                       PERFORM 2930-TEST-SUSPENSE-MATCH
                   WHEN WS-EOB-PHASE
                       PERFORM 2935-TEST-ADJUDICATION-MATCH
                   WHEN WS-APPEAL-PHASE
                       PERFORM 2940-TEST-APPEAL-MATCH
               END-EVALUATE.
      *----------------------------------------------------------*
       2930-TEST-SUSPENSE-MATCH.
      *----------------------------------------------------------*
           IF  CH-SUSPENSE-DATE = CS-DATE-SUSPENDED
               MOVE 'Y'                 TO WS-ON-FILE-SW
           ELSE
               IF  CH-SUSPENDED
               AND NOT WS-MATCH-FOUND
                   MOVE 'Y'             TO WS-MATCH-SW
                   MOVE CLAIM-HIST-RECORD TO WS-HIST-SAVE.
      *----------------------------------------------------------*
       2935-TEST-ADJUDICATION-MATCH.
      *----------------------------------------------------------*
           IF  CH-BENEFIT-DATE = EB-BENEFIT-DATE
           AND CH-DISPOSITION = EB-DISPOSITION
           AND ((CH-PAID AND CH-PAID-DATE = WS-TODAY-NUM)
             OR (CH-REJECTED AND CH-REJECT-DATE = WS-TODAY-NUM)
             OR (CH-HELD AND CH-LAST-UPDATE = WS-TODAY-NUM))
               MOVE 'Y'                 TO WS-ON-FILE-SW
           ELSE
               IF  (CH-SUSPENDED
               OR  CH-HELD
               OR  (CH-REJECTED AND CH-APPEAL-OVERTURNED))
               AND NOT WS-MATCH-FOUND
                   MOVE 'Y'             TO WS-MATCH-SW
                   MOVE CLAIM-HIST-RECORD TO WS-HIST-SAVE.
      *----------------------------------------------------------*
       2940-TEST-APPEAL-MATCH.
      *----------------------------------------------------------*
           IF  CH-BENEFIT-DATE = WS-SCAN-BENEFIT-DATE
           AND CH-REJECT-DATE = AP-REJECT-DATE
           AND NOT WS-MATCH-FOUND
               MOVE 'Y'                 TO WS-MATCH-SW
               MOVE CLAIM-HIST-RECORD   TO WS-HIST-SAVE.
      *----------------------------------------------------------*
       2950-REPORT-WRITE-ERROR.
      *----------------------------------------------------------*
           ADD 1                        TO WS-WRITE-ERROR-COUNT.
           DISPLAY 'CLMHLOAD - HISTORY WRITE FAILED, KEY: ' CH-KEY.
      *----------------------------------------------------------*
       2960-WRITE-NEW-HISTORY.
      *----------------------------------------------------------*
      *    THE NEW CLAIM TAKES THE NEXT SEQUENCE ON ITS BENEFIT DATE.
      *    CH-CLAIM-SEQ IS LEFT ZERO WHEN THE CLAIM WAS NOT WRITTEN.
           IF  WS-LAST-SEQ = 999
               MOVE ZERO                TO CH-CLAIM-SEQ
               PERFORM 2950-REPORT-WRITE-ERROR
           ELSE
               COMPUTE CH-CLAIM-SEQ = WS-LAST-SEQ + 1
               WRITE CLAIM-HIST-RECORD
                   INVALID KEY
                       PERFORM 2950-REPORT-WRITE-ERROR
                       MOVE ZERO        TO CH-CLAIM-SEQ
               END-WRITE.
      *----------------------------------------------------------*
       3000-LOAD-ONE-ADJUDICATION.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE EB-POLICY-NO            TO WS-SCAN-POLICY-NO.
           MOVE EB-BENEFIT-DATE         TO WS-SCAN-BENEFIT-DATE.
           MOVE EB-CLAIM-AMOUNT         TO WS-SCAN-AMOUNT.
           PERFORM 2900-SCAN-POLICY-HISTORY.
           EVALUATE TRUE
               WHEN WS-ALREADY-ON-FILE
                   ADD 1                TO WS-ON-FILE-COUNT
               WHEN WS-MATCH-FOUND
                   PERFORM 3100-CARRY-CLAIM-FORWARD
               WHEN OTHER
                   PERFORM 3200-ADD-ADJUDICATION
           END-EVALUATE.
           PERFORM 8100-READ-EOB-FEED.
      *----------------------------------------------------------*
       3100-CARRY-CLAIM-FORWARD.
      *----------------------------------------------------------*
      *    THE CLAIM'S EARLIER STAGE IS UPDATED IN PLACE.  PRICING
      *    TAKES THE BENEFIT DATE FROM THE POLICY MASTER, SO WHEN IT
      *    DIFFERS FROM THE DATE THE CLAIM WAS SUSPENDED UNDER THE
      *    RECORD MOVES TO ITS NEW KEY.
           MOVE WS-HIST-SAVE            TO CLAIM-HIST-RECORD.
           MOVE CH-BENEFIT-DATE         TO WS-OLD-BENEFIT-DATE.
           PERFORM 3300-APPLY-ADJUDICATION.
           IF  WS-OLD-BENEFIT-DATE = EB-BENEFIT-DATE
               REWRITE CLAIM-HIST-RECORD
                   INVALID KEY
                       PERFORM 2950-REPORT-WRITE-ERROR
                   NOT INVALID KEY
                       ADD 1            TO WS-EOB-CARRIED
               END-REWRITE
           ELSE
               DELETE CLAIM-HIST-FILE RECORD
                   INVALID KEY
                       PERFORM 2950-REPORT-WRITE-ERROR
               END-DELETE
               MOVE EB-BENEFIT-DATE     TO CH-BENEFIT-DATE
               PERFORM 2960-WRITE-NEW-HISTORY
               IF  CH-CLAIM-SEQ > ZERO
                   ADD 1                TO WS-EOB-CARRIED.
      *----------------------------------------------------------*
       3200-ADD-ADJUDICATION.
      *----------------------------------------------------------*
           MOVE SPACE                   TO CLAIM-HIST-RECORD.
           MOVE EB-POLICY-NO            TO CH-POLICY-NO.
           MOVE EB-BENEFIT-DATE         TO CH-BENEFIT-DATE.
           MOVE EB-RECEIVED-DATE        TO CH-RECEIVED-DATE.
           MOVE ZERO                    TO CH-PAID-DATE
                                           CH-REJECT-DATE
                                           CH-SUSPENSE-DATE
                                           CH-APPEAL-DEADLINE.
           PERFORM 3300-APPLY-ADJUDICATION.
           PERFORM 2960-WRITE-NEW-HISTORY.
           IF  CH-CLAIM-SEQ > ZERO
               ADD 1                    TO WS-EOB-ADDED.
      *----------------------------------------------------------*
       3300-APPLY-ADJUDICATION.
      *----------------------------------------------------------*
           MOVE EB-LAST-NAME            TO CH-LAST-NAME.
           MOVE EB-FIRST-NAME           TO CH-FIRST-NAME.
           MOVE EB-POLICY-TYPE          TO CH-POLICY-TYPE.
           MOVE EB-CLAIM-AMOUNT         TO CH-CLAIM-AMOUNT.
           MOVE EB-DED-APPLIED          TO CH-DED-APPLIED.
           MOVE EB-AMOUNT-PAID          TO CH-AMOUNT-PAID.
           MOVE EB-INTEREST-AMT         TO CH-INTEREST-AMT.
           MOVE EB-DISPOSITION          TO CH-DISPOSITION.
           MOVE EB-SERVICE-PROVIDER     TO CH-PROVIDER-CODE.
           MOVE EB-NETWORK-STATUS       TO CH-NETWORK-STATUS.
           COMPUTE CH-OON-COST =
               EB-OON-ALLOWED-CUT + EB-OON-COINS-EXTRA.
      *    A PAYMENT HELD FOR WATCH-LIST REVIEW (H) HAS NEITHER DATE
      *    UNTIL THE PAID EOB WRITTEN ON ITS RELEASE CARRIES IT ON.
           IF  EB-PAID
               MOVE WS-TODAY-NUM        TO CH-PAID-DATE
           ELSE
               IF  EB-REJECTED
                   MOVE WS-TODAY-NUM    TO CH-REJECT-DATE
                   MOVE EB-REJECT-REASON
                                        TO CH-REJECT-REASON.
           MOVE WS-TODAY-NUM            TO CH-LAST-UPDATE.
      *----------------------------------------------------------*
       4000-POST-ONE-APPEAL.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE AP-CLAIM-RECORD         TO CLAIM-RECORD-WS.
           MOVE AP-POLICY-NO            TO WS-SCAN-POLICY-NO.
           MOVE POLICY-BENEFIT-DATE-NUM TO WS-SCAN-BENEFIT-DATE.
           MOVE CLAIM-AMOUNT            TO WS-SCAN-AMOUNT.
           PERFORM 2900-SCAN-POLICY-HISTORY.
           IF  WS-MATCH-FOUND
               PERFORM 4100-APPLY-APPEAL-STATUS
           ELSE
               ADD 1                    TO WS-APPEAL-UNMATCHED.
           PERFORM 8200-READ-APPEAL.
      *----------------------------------------------------------*
       4100-APPLY-APPEAL-STATUS.
      *----------------------------------------------------------*
           MOVE WS-HIST-SAVE            TO CLAIM-HIST-RECORD.
           IF  CH-APPEAL-STATUS = AP-STATUS
           AND CH-APPEAL-DEADLINE = AP-DEADLINE-DATE
               ADD 1                    TO WS-ON-FILE-COUNT
           ELSE
               MOVE AP-STATUS           TO CH-APPEAL-STATUS
               MOVE AP-DEADLINE-DATE    TO CH-APPEAL-DEADLINE
               MOVE WS-TODAY-NUM        TO CH-LAST-UPDATE
               REWRITE CLAIM-HIST-RECORD
                   INVALID KEY
                       PERFORM 2950-REPORT-WRITE-ERROR
                   NOT INVALID KEY
                       ADD 1            TO WS-APPEAL-POSTED
               END-REWRITE.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "COMPLETE"              TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *----------------------------------------------------------*
       5000-CLOSE-FILES.
      *----------------------------------------------------------*
           CLOSE   SUSPENSE-FILE
                   EOB-FEED-FILE
                   APPEAL-FILE
                   CLAIM-HIST-FILE
                   RUN-LOG-FILE.
           DISPLAY 'CLMHLOAD - SUSPENDED ADDED   : ' WS-SUSP-ADDED.
           DISPLAY 'CLMHLOAD - SUSPENSE UPDATED  : ' WS-SUSP-UPDATED.
           DISPLAY 'CLMHLOAD - ADJUDICATED ADDED : ' WS-EOB-ADDED.
           DISPLAY 'CLMHLOAD - CARRIED FORWARD   : ' WS-EOB-CARRIED.
           DISPLAY 'CLMHLOAD - APPEALS POSTED    : ' WS-APPEAL-POSTED.
           DISPLAY 'CLMHLOAD - APPEALS UNMATCHED : '
               WS-APPEAL-UNMATCHED.
           DISPLAY 'CLMHLOAD - ALREADY ON FILE   : ' WS-ON-FILE-COUNT.
           DISPLAY 'CLMHLOAD - WRITE ERRORS      : '
               WS-WRITE-ERROR-COUNT.
      *----------------------------------------------------------*
       8000-READ-SUSPENSE.
      *----------------------------------------------------------*
           READ SUSPENSE-FILE
               AT END MOVE 'Y'          TO SUSP-EOF-SW.
      *----------------------------------------------------------*
       8100-READ-EOB-FEED.
      *----------------------------------------------------------*
           READ EOB-FEED-FILE
               AT END MOVE 'Y'          TO EOB-EOF-SW.
      *----------------------------------------------------------*
       8200-READ-APPEAL.
      *----------------------------------------------------------*
           READ APPEAL-FILE
               AT END MOVE 'Y'          TO APPEAL-EOF-SW.
