       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRKQMGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAMINER-FILE   ASSIGN TO EXAMTBL.
           SELECT OPTIONAL QUEUE-OLD-FILE ASSIGN TO WRKQUEUE.
           SELECT QUEUE-NEW-FILE  ASSIGN TO WRKQUEN.
           SELECT OPTIONAL WORK-QUEUE-FEED ASSIGN TO WRKQFEED.
           SELECT OPTIONAL CLOSE-FILE ASSIGN TO WRKQCLOS.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
      *----------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------*
       FD  EXAMINER-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    CLAIM EXAMINERS.  SKILLS ARE THE WORK QUEUE SKILL CODES
      *    THE EXAMINER IS TRAINED FOR (DU = DUPLICATES, FR = FRAUD,
      *    SR = SUSPENSE REPAIR, AP = APPEALS).  MAXIMUM OPEN ITEMS
      *    OF ZERO MEANS NO LIMIT.  AN EXAMINER MARKED INACTIVE GETS
      *    NO NEW WORK AND HAS ANY OPEN ITEMS HANDED ON.
       01  EXAMINER-RECORD.
           05  EX-EXAMINER-ID            PIC X(08).
           05  EX-EXAMINER-NAME          PIC X(20).
           05  EX-ACTIVE-SW              PIC X(01).
               88  EX-ACTIVE                 VALUE 'Y'.
           05  EX-SKILLS.
               10  EX-SKILL              PIC X(02) OCCURS 4 TIMES.
           05  EX-MAX-OPEN               PIC 9(03).
           05  FILLER                    PIC X(40).
      *----------------------------------------------------------*
       FD  QUEUE-OLD-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  QUEUE-OLD-RECORD              PIC X(150).
      *----------------------------------------------------------*
       FD  QUEUE-NEW-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  QUEUE-NEW-RECORD              PIC X(150).
      *----------------------------------------------------------*
       FD  WORK-QUEUE-FEED
           RECORDING MODE IS F.
      *----------------------------------------------------------*
       01  WORK-QUEUE-FEED-RECORD        PIC X(150).
      *----------------------------------------------------------*
       FD  CLOSE-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------*
      *    EXAMINER CLOSURES.  OUTCOME PD = PAID AS SUBMITTED,
      *    AD = ADJUSTED, DN = DENIED, RF = REFERRED FOR
      *    INVESTIGATION, NA = NO ACTION NEEDED.
       01  CLOSE-RECORD.
           05  CL-ITEM-NO                PIC 9(07).
           05  CL-ITEM-NO-X REDEFINES CL-ITEM-NO
                                         PIC X(07).
           05  CL-EXAMINER-ID            PIC X(08).
           05  CL-OUTCOME                PIC X(02).
               88  CL-VALID-OUTCOME          VALUE 'PD' 'AD' 'DN'
                                                   'RF' 'NA'.
           05  FILLER                    PIC X(63).
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
      *    CLAIM EXAMINER WORK QUEUE.  CLMDUPS, FRAUDSCR, CLMREPR AND
      *    APPLMNT FEED CLAIMS NEEDING HUMAN REVIEW TO WRKQFEED; THIS
      *    RUN CARRIES THE WRKQUEUE MASTER FORWARD TO WRKQUEN:
      *      - EXAMINER CLOSURES ON WRKQCLOS ARE APPLIED FIRST AND
      *        RECORD THE OUTCOME, THE CLOSING EXAMINER AND DATE;
      *      - FEED ITEMS NOT ALREADY ON THE QUEUE (SAME SOURCE,
      *        POLICY, CLAIM DATE AND REASON) ARE ADDED, DUE ON THE
      *        DATE THE SOURCE GAVE OR AFTER THE SERVICE DAYS FOR
      *        THEIR PRIORITY; A RE-FED OPEN ITEM ONLY EVER MOVES UP
      *        IN PRIORITY;
      *      - UNASSIGNED ITEMS, AND OPEN ITEMS OF EXAMINERS NOW
      *        INACTIVE OR GONE FROM EXAMTBL, ARE ASSIGNED IN
      *        PRIORITY ORDER.  PARM S (DEFAULT) GIVES EACH ITEM TO
      *        THE LEAST LOADED ACTIVE EXAMINER WITH THE SKILL, AND
      *        FALLS BACK TO THE ROTATION WHEN NOBODY HAS IT; PARM R
      *        DEALS ITEMS ROUND-ROBIN, CONTINUING THE ROTATION FROM
      *        THE EXAMINER WHO TOOK THE LAST NUMBERED ITEM.  NO
      *        EXAMINER IS GIVEN MORE THAN THE EXAMTBL MAXIMUM OPEN
      *        ITEMS; WHAT CANNOT BE PLACED STAYS UNASSIGNED (RC 4).
      *    THE REPORT LISTS EACH EXAMINER'S OPEN ITEMS BY PRIORITY
      *    WITH PAST-DUE ITEMS FLAGGED, THEN A PRODUCTIVITY SUMMARY
      *    OF OPEN, PAST DUE AND ASSIGNED ITEMS AND ITEMS CLOSED ON
      *    EACH OF THE LAST SEVEN DAYS.  CLOSED ITEMS STAY ON THE
      *    MASTER FOR THE PARM RETENTION DAYS (DEFAULT 30, AT LEAST
      *    SEVEN).  THE JOB EMPTIES WRKQFEED AFTER A GOOD RUN.
      *----------------------------------------------------------*
       COPY WRKQITEM.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  CLOSE-DETAIL-LINE.
               10  FILLER  PIC X(11) VALUE 'CLOSE ITEM '.
               10  CDL-ITEM-NO           PIC X(07).
               10  FILLER  PIC X(11) VALUE ' EXAMINER: '.
               10  CDL-EXAMINER-ID       PIC X(08).
               10  FILLER  PIC X(10) VALUE ' OUTCOME: '.
               10  CDL-OUTCOME           PIC X(02).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  CDL-MESSAGE           PIC X(24).
               10  FILLER                PIC X(57) VALUE SPACE.
      *----------------------------------------------------------*
           05  ASSIGN-DETAIL-LINE.
               10  FILLER  PIC X(05) VALUE 'ITEM '.
               10  ADL-ITEM-NO           PIC 9(07).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  ADL-ACTION            PIC X(10).
               10  FILLER  PIC X(05) VALUE ' TO: '.
               10  ADL-EXAMINER-ID       PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  ADL-SOURCE            PIC X(08).
               10  FILLER  PIC X(09) VALUE ' POLICY: '.
               10  ADL-POLICY-NO         PIC X(07).
               10  FILLER  PIC X(06) VALUE ' PRI: '.
               10  ADL-PRIORITY          PIC 9(01).
               10  FILLER  PIC X(06) VALUE ' DUE: '.
               10  ADL-DUE-DATE          PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  ADL-REASON            PIC X(34).
               10  FILLER                PIC X(15) VALUE SPACE.
      *----------------------------------------------------------*
           05  EXAMINER-HEAD-LINE.
               10  FILLER  PIC X(10) VALUE 'EXAMINER: '.
               10  EHL-EXAMINER-ID       PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  EHL-EXAMINER-NAME     PIC X(20).
               10  FILLER  PIC X(09) VALUE ' SKILLS: '.
               10  EHL-SKILLS            PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  EHL-STATUS            PIC X(08).
               10  FILLER                PIC X(66) VALUE SPACE.
      *----------------------------------------------------------*
           05  ITEM-WORK-HEAD-LINE.
               10  FILLER  PIC X(41) VALUE
                   '    ITEM NO PRI SOURCE   POLICY  CLAIM DT'.
               10  FILLER  PIC X(39) VALUE
                   '       AMOUNT REASON                   '.
               10  FILLER  PIC X(40) VALUE
                   '          CREATED  DUE DATE  FLAG       '.
               10  FILLER                PIC X(12) VALUE SPACE.
      *----------------------------------------------------------*
           05  ITEM-WORK-LINE.
               10  FILLER                PIC X(04) VALUE SPACE.
               10  IWL-ITEM-NO           PIC 9(07).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  IWL-PRIORITY          PIC 9(01).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  IWL-SOURCE            PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  IWL-POLICY-NO         PIC X(07).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  IWL-CLAIM-DATE        PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  IWL-CLAIM-AMOUNT      PIC Z,ZZZ,ZZ9.99.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  IWL-REASON            PIC X(34).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  IWL-CREATED-DATE      PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  IWL-DUE-DATE          PIC 9(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  IWL-FLAG              PIC X(08).
               10  FILLER                PIC X(15) VALUE SPACE.
      *----------------------------------------------------------*
           05  NO-ITEMS-LINE.
               10  FILLER  PIC X(40) VALUE
                   '    NO OPEN ITEMS                       '.
               10  FILLER                PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  PRODUCTIVITY-HEAD-LINE.
               10  FILLER  PIC X(10) VALUE 'EXAMINER  '.
               10  FILLER  PIC X(20) VALUE 'NAME'.
               10  FILLER  PIC X(07) VALUE '   OPEN'.
               10  FILLER  PIC X(09) VALUE ' PAST DUE'.
               10  FILLER  PIC X(09) VALUE ' ASSIGNED'.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  PHL-DAY-COLUMN OCCURS 7 TIMES.
                   15  FILLER            PIC X(01) VALUE SPACE.
                   15  PHL-DAY-MONTH     PIC 9(02).
                   15  FILLER            PIC X(01) VALUE '/'.
                   15  PHL-DAY-DAY       PIC 9(02).
               10  FILLER  PIC X(08) VALUE '  CLOSED'.
               10  FILLER  PIC X(08) VALUE ' AVG/DAY'.
               10  FILLER                PIC X(18) VALUE SPACE.
      *----------------------------------------------------------*
           05  PRODUCTIVITY-DETAIL-LINE.
               10  PDL-EXAMINER-ID       PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-EXAMINER-NAME     PIC X(20).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  PDL-OPEN              PIC ZZ,ZZ9.
               10  FILLER                PIC X(03) VALUE SPACE.
               10  PDL-PAST-DUE          PIC ZZ,ZZ9.
               10  FILLER                PIC X(03) VALUE SPACE.
               10  PDL-ASSIGNED          PIC ZZ,ZZ9.
               10  FILLER                PIC X(01) VALUE SPACE.
               10  PDL-DAY-COLUMN OCCURS 7 TIMES.
                   15  FILLER            PIC X(01) VALUE SPACE.
                   15  PDL-CLOSED-DAY    PIC ZZZZ9.
               10  FILLER                PIC X(02) VALUE SPACE.
               10  PDL-CLOSED-TOTAL      PIC ZZ,ZZ9.
               10  FILLER                PIC X(03) VALUE SPACE.
               10  PDL-AVG-PER-DAY       PIC ZZ9.9.
               10  FILLER                PIC X(18) VALUE SPACE.
      *----------------------------------------------------------*
           05  HEADING-LINE-1.
               10  FILLER  PIC X(40) VALUE
                   '  CLAIM EXAMINER WORK QUEUE             '.
               10  FILLER  PIC X(11) VALUE ' RUN DATE: '.
               10  HL1-RUN-DATE          PIC 9(08).
               10  FILLER  PIC X(14) VALUE '  ASSIGNMENT: '.
               10  HL1-ASSIGN-MODE       PIC X(11).
               10  FILLER                PIC X(48) VALUE SPACE.
      *----------------------------------------------------------*
           05  SECTION-LINE.
               10  SCL-TITLE             PIC X(40).
               10  FILLER                PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(24) VALUE '** FEED ITEMS READ   :  '.
               10  TL1-FEED-COUNT        PIC ZZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   NEW ITEMS QUEUED   : '.
               10  TL1-NEW-COUNT         PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   ALREADY QUEUED     : '.
               10  TL1-QUEUED-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(19) VALUE '   REPRIORITISED : '.
               10  TL1-REPRIORITY-COUNT  PIC ZZ,ZZ9.
               10  FILLER                PIC X(16) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(24) VALUE '** ITEMS ASSIGNED    :  '.
               10  TL2-ASSIGNED-COUNT    PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   LEFT UNASSIGNED    : '.
               10  TL2-UNASSIGNED-COUNT  PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   CLOSED THIS RUN    : '.
               10  TL2-CLOSED-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(19) VALUE '   PURGED CLOSED : '.
               10  TL2-PURGED-COUNT      PIC ZZ,ZZ9.
               10  FILLER                PIC X(17) VALUE SPACE.
      *----------------------------------------------------------*
           05  TRAILER-3.
               10  FILLER  PIC X(24) VALUE '** OPEN ITEMS        :  '.
               10  TL3-OPEN-COUNT        PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   PAST DUE           : '.
               10  TL3-PAST-DUE-COUNT    PIC ZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   CLOSURES REJECTED  : '.
               10  TL3-REJECT-COUNT      PIC ZZ,ZZ9.
               10  FILLER  PIC X(19) VALUE '   FEED REJECTED : '.
               10  TL3-FEED-REJECT-COUNT PIC ZZ,ZZ9.
               10  FILLER                PIC X(17) VALUE SPACE.
      *----------------------------------------------------------*
       01  EXAMINER-TABLE-FIELDS.
           05  EXAMINER-TABLE OCCURS 100 TIMES
                           INDEXED BY EX-INDEX.
               10  EXT-EXAMINER-ID       PIC X(08).
               10  EXT-EXAMINER-NAME     PIC X(20).
               10  EXT-ACTIVE-SW         PIC X(01).
               10  EXT-SKILLS.
                   15  EXT-SKILL         PIC X(02) OCCURS 4 TIMES.
               10  EXT-MAX-OPEN          PIC 9(03).
               10  EXT-COUNTS.
                   15  EXT-OPEN-COUNT    PIC 9(05).
                   15  EXT-PAST-DUE-COUNT PIC 9(05).
                   15  EXT-ASSIGNED-COUNT PIC 9(05).
                   15  EXT-CLOSED-TOTAL  PIC 9(05).
                   15  EXT-CLOSED-DAY    PIC 9(05) OCCURS 7 TIMES.
           05  EXAMINER-COUNT            PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------*
       01  ITEM-TABLE-FIELDS.
           05  ITEM-TABLE OCCURS 3000 TIMES
                           INDEXED BY IT-INDEX.
               10  ITT-ITEM-NO           PIC 9(07).
               10  ITT-ITEM-KEY.
                   15  ITT-SOURCE        PIC X(08).
                   15  ITT-POLICY-NO     PIC X(07).
                   15  ITT-CLAIM-DATE    PIC 9(08).
                   15  ITT-REASON-CODE   PIC X(02).
               10  ITT-REASON            PIC X(34).
               10  ITT-SKILL             PIC X(02).
               10  ITT-PRIORITY          PIC 9(01).
               10  ITT-CLAIM-AMOUNT      PIC 9(07)V99.
               10  ITT-CREATED-DATE      PIC 9(08).
               10  ITT-DUE-DATE          PIC 9(08).
               10  ITT-STATUS            PIC X(01).
               10  ITT-EXAMINER-ID       PIC X(08).
               10  ITT-ASSIGNED-DATE     PIC 9(08).
               10  ITT-CLOSED-DATE       PIC 9(08).
               10  ITT-OUTCOME           PIC X(02).
               10  ITT-ACTION            PIC X(01).
           05  ITEM-COUNT                PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------*
      *    SERVICE DAYS TO THE DUE DATE BY PRIORITY 1 THRU 5, FOR
      *    ITEMS FED WITHOUT A DUE DATE OF THEIR OWN.
       01  SERVICE-DAYS-VALUES.
           05  FILLER                    PIC 9(03) VALUE 1.
           05  FILLER                    PIC 9(03) VALUE 2.
           05  FILLER                    PIC 9(03) VALUE 5.
           05  FILLER                    PIC 9(03) VALUE 10.
           05  FILLER                    PIC 9(03) VALUE 15.
       01  SERVICE-DAYS-TABLE REDEFINES SERVICE-DAYS-VALUES.
           05  SERVICE-DAYS              PIC 9(03) OCCURS 5 TIMES.
      *----------------------------------------------------------*
       01  WS-QUEUE-FIELDS.
           05  WS-ASSIGN-MODE            PIC X(01) VALUE 'S'.
               88  WS-ASSIGN-ROUND-ROBIN     VALUE 'R'.
           05  WS-RETAIN-DAYS-X          PIC X(03).
           05  WS-RETAIN-DAYS            PIC 9(03) VALUE 30.
           05  WS-TODAY-DATE             PIC 9(08).
           05  WS-TODAY-INT              PIC 9(07).
           05  WS-RETAIN-START-DATE      PIC 9(08).
           05  WS-DAY-ZERO-INT           PIC 9(07).
           05  WS-CLOSED-INT             PIC 9(07).
           05  WS-DAY-SUB                PIC 9(02).
           05  WS-WORK-DATE              PIC 9(08).
           05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR          PIC 9(04).
               10  WS-WORK-MONTH         PIC 9(02).
               10  WS-WORK-DAY           PIC 9(02).
           05  WS-NEXT-ITEM-NO           PIC 9(07) VALUE ZERO.
           05  WS-LAST-ASSIGNED-NO       PIC 9(07) VALUE ZERO.
           05  WS-LAST-ASSIGNED-ID       PIC X(08) VALUE SPACE.
           05  WS-LOOKUP-EXAMINER-ID     PIC X(08).
           05  WS-EXAM-SUB               PIC 9(03).
           05  WS-BEST-SUB               PIC 9(03).
           05  WS-BEST-OPEN              PIC 9(05).
           05  WS-ROTATION-SUB           PIC 9(03) VALUE ZERO.
           05  WS-SCAN-COUNT             PIC 9(03).
           05  WS-PRIORITY-SUB           PIC 9(01).
           05  WS-PRINT-EXAMINER-ID      PIC X(08).
           05  WS-PRINTED-COUNT          PIC 9(05).
           05  WS-CLOSE-MESSAGE          PIC X(24).
           05  WS-FEED-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-NEW-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-QUEUED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-REPRIORITY-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-FEED-REJECT-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-ASSIGNED-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-UNASSIGNED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-CLOSED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-PURGED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-OPEN-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-PAST-DUE-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-UNASSIGNED-OPEN        PIC 9(05) VALUE ZERO.
           05  WS-UNASSIGNED-PAST-DUE    PIC 9(05) VALUE ZERO.
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
           05  EXAMINER-EOF-SW           PIC X(01) VALUE 'N'.
               88  EXAMINER-EOF              VALUE 'Y'.
           05  QUEUE-EOF-SW              PIC X(01) VALUE 'N'.
               88  QUEUE-EOF                 VALUE 'Y'.
           05  FEED-EOF-SW               PIC X(01) VALUE 'N'.
               88  FEED-EOF                  VALUE 'Y'.
           05  CLOSE-EOF-SW              PIC X(01) VALUE 'N'.
               88  CLOSE-EOF                 VALUE 'Y'.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *----------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-EXAMINERS.
           PERFORM 1150-PRINT-HEADINGS.
           PERFORM 1200-LOAD-QUEUE-MASTER.
           PERFORM 1300-APPLY-CLOSURES.
           PERFORM 1400-ADD-FEED-ITEMS.
           PERFORM 2000-ASSIGN-OPEN-ITEMS.
           PERFORM 2500-GATHER-STATISTICS.
           PERFORM 3000-PRINT-EXAMINER-WORKLISTS.
           PERFORM 3300-PRINT-PRODUCTIVITY.
           PERFORM 3500-WRITE-QUEUE-MASTER.
           PERFORM 3600-PRINT-TRAILER.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           IF  WS-UNASSIGNED-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       1000-OPEN-FILES.
      *----------------------------------------------------------*
           OPEN    INPUT  EXAMINER-FILE
                          QUEUE-OLD-FILE
                          WORK-QUEUE-FEED
                          CLOSE-FILE
                   OUTPUT QUEUE-NEW-FILE
                          PRINT-FILE.
           OPEN    EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE "WRKQMGR"               TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE         TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO RL-START-TIME.
           MOVE WS-CURRENT-DATE         TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           ACCEPT WS-ASSIGN-MODE.
           IF  NOT WS-ASSIGN-ROUND-ROBIN
               MOVE 'S'                 TO WS-ASSIGN-MODE.
           ACCEPT WS-RETAIN-DAYS-X.
           IF  WS-RETAIN-DAYS-X NUMERIC
               MOVE WS-RETAIN-DAYS-X    TO WS-RETAIN-DAYS.
           IF  WS-RETAIN-DAYS < 7
               MOVE 7                   TO WS-RETAIN-DAYS.
           COMPUTE WS-RETAIN-START-DATE =
               FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT - WS-RETAIN-DAYS + 1).
           COMPUTE WS-DAY-ZERO-INT = WS-TODAY-INT - 7.
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
       1100-LOAD-EXAMINERS.
      *----------------------------------------------------------*
           PERFORM 8010-READ-EXAMINER.
           PERFORM 1110-STORE-ONE-EXAMINER
               UNTIL EXAMINER-EOF.
      *----------------------------------------------------------*
       1110-STORE-ONE-EXAMINER.
      *----------------------------------------------------------*
           IF  EX-EXAMINER-ID NOT = SPACE
               IF  EXAMINER-COUNT = 100
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                    TO EXAMINER-COUNT
               SET EX-INDEX             TO EXAMINER-COUNT
               MOVE EX-EXAMINER-ID      TO EXT-EXAMINER-ID(EX-INDEX)
               MOVE EX-EXAMINER-NAME    TO EXT-EXAMINER-NAME(EX-INDEX)
               MOVE EX-ACTIVE-SW        TO EXT-ACTIVE-SW(EX-INDEX)
               MOVE EX-SKILLS           TO EXT-SKILLS(EX-INDEX)
               IF  EX-MAX-OPEN NUMERIC
                   MOVE EX-MAX-OPEN     TO EXT-MAX-OPEN(EX-INDEX)
               ELSE
                   MOVE ZERO            TO EXT-MAX-OPEN(EX-INDEX)
               END-IF
               INITIALIZE EXT-COUNTS(EX-INDEX).
           PERFORM 8010-READ-EXAMINER.
      *----------------------------------------------------------*
       1150-PRINT-HEADINGS.
      *----------------------------------------------------------*
           MOVE WS-TODAY-DATE           TO HL1-RUN-DATE.
           IF  WS-ASSIGN-ROUND-ROBIN
               MOVE 'ROUND-ROBIN'       TO HL1-ASSIGN-MODE
           ELSE
               MOVE 'BY SKILL'          TO HL1-ASSIGN-MODE.
           MOVE HEADING-LINE-1          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       1200-LOAD-QUEUE-MASTER.
      *----------------------------------------------------------*
           PERFORM 8020-READ-OLD-QUEUE.
           PERFORM 1210-STORE-ONE-ITEM
               UNTIL QUEUE-EOF.
           COMPUTE WS-NEXT-ITEM-NO = WS-NEXT-ITEM-NO + 1.
      *    THE ROTATION PICKS UP AFTER THE EXAMINER WHO TOOK THE
      *    HIGHEST NUMBERED ITEM ON THE MASTER.
           MOVE WS-LAST-ASSIGNED-ID     TO WS-LOOKUP-EXAMINER-ID.
           PERFORM 1900-FIND-EXAMINER.
           MOVE WS-EXAM-SUB             TO WS-ROTATION-SUB.
      *----------------------------------------------------------*
       1210-STORE-ONE-ITEM.
      *----------------------------------------------------------*
           IF  ITEM-COUNT = 3000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO ITEM-COUNT.
           SET IT-INDEX                 TO ITEM-COUNT.
           MOVE WQ-ITEM-NO              TO ITT-ITEM-NO(IT-INDEX).
           MOVE WQ-ITEM-KEY             TO ITT-ITEM-KEY(IT-INDEX).
           MOVE WQ-REASON               TO ITT-REASON(IT-INDEX).
           MOVE WQ-SKILL                TO ITT-SKILL(IT-INDEX).
           MOVE WQ-PRIORITY             TO ITT-PRIORITY(IT-INDEX).
           MOVE WQ-CLAIM-AMOUNT         TO ITT-CLAIM-AMOUNT(IT-INDEX).
           MOVE WQ-CREATED-DATE         TO ITT-CREATED-DATE(IT-INDEX).
           MOVE WQ-DUE-DATE             TO ITT-DUE-DATE(IT-INDEX).
           MOVE WQ-STATUS               TO ITT-STATUS(IT-INDEX).
           MOVE WQ-EXAMINER-ID          TO ITT-EXAMINER-ID(IT-INDEX).
           MOVE WQ-ASSIGNED-DATE        TO ITT-ASSIGNED-DATE(IT-INDEX).
           MOVE WQ-CLOSED-DATE          TO ITT-CLOSED-DATE(IT-INDEX).
           MOVE WQ-OUTCOME              TO ITT-OUTCOME(IT-INDEX).
           MOVE SPACE                   TO ITT-ACTION(IT-INDEX).
           IF  WQ-ITEM-NO > WS-NEXT-ITEM-NO
               MOVE WQ-ITEM-NO          TO WS-NEXT-ITEM-NO.
           IF  WQ-EXAMINER-ID NOT = SPACE
           AND WQ-ITEM-NO > WS-LAST-ASSIGNED-NO
               MOVE WQ-ITEM-NO          TO WS-LAST-ASSIGNED-NO
               MOVE WQ-EXAMINER-ID      TO WS-LAST-ASSIGNED-ID.
           PERFORM 8020-READ-OLD-QUEUE.
      *----------------------------------------------------------*
       1300-APPLY-CLOSURES.
      *----------------------------------------------------------*
           MOVE 'EXAMINER CLOSURES'     TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 8040-READ-CLOSE-FILE.
           PERFORM 1310-APPLY-ONE-CLOSURE
               UNTIL CLOSE-EOF.
           MOVE SPACE                   TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       1310-APPLY-ONE-CLOSURE.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           MOVE SPACE                   TO WS-CLOSE-MESSAGE.
           MOVE CL-EXAMINER-ID          TO WS-LOOKUP-EXAMINER-ID.
           PERFORM 1900-FIND-EXAMINER.
           SET IT-INDEX TO 1.
           SEARCH ITEM-TABLE
               AT END
                   MOVE 'ITEM NOT ON QUEUE'  TO WS-CLOSE-MESSAGE
               WHEN IT-INDEX > ITEM-COUNT
                   MOVE 'ITEM NOT ON QUEUE'  TO WS-CLOSE-MESSAGE
               WHEN ITT-ITEM-NO(IT-INDEX) = CL-ITEM-NO
                   CONTINUE.
           IF  WS-CLOSE-MESSAGE = SPACE
               EVALUATE TRUE
                   WHEN ITT-STATUS(IT-INDEX) NOT = 'O'
                       MOVE 'ITEM ALREADY CLOSED' TO WS-CLOSE-MESSAGE
                   WHEN CL-EXAMINER-ID = SPACE
                       MOVE 'EXAMINER ID MISSING' TO WS-CLOSE-MESSAGE
                   WHEN WS-EXAM-SUB = ZERO
                       MOVE 'EXAMINER NOT ON FILE' TO WS-CLOSE-MESSAGE
                   WHEN NOT CL-VALID-OUTCOME
                       MOVE 'INVALID OUTCOME'     TO WS-CLOSE-MESSAGE
                   WHEN OTHER
                       MOVE 'C'         TO ITT-STATUS(IT-INDEX)
                                           ITT-ACTION(IT-INDEX)
                       MOVE WS-TODAY-DATE
                                        TO ITT-CLOSED-DATE(IT-INDEX)
                       MOVE CL-EXAMINER-ID
                                        TO ITT-EXAMINER-ID(IT-INDEX)
                       MOVE CL-OUTCOME  TO ITT-OUTCOME(IT-INDEX)
                       MOVE 'CLOSED'    TO WS-CLOSE-MESSAGE
                       ADD 1            TO WS-CLOSED-COUNT
               END-EVALUATE.
           IF  WS-CLOSE-MESSAGE NOT = 'CLOSED'
               ADD 1                    TO WS-REJECT-COUNT.
           MOVE CL-ITEM-NO-X            TO CDL-ITEM-NO.
           MOVE CL-EXAMINER-ID          TO CDL-EXAMINER-ID.
           MOVE CL-OUTCOME              TO CDL-OUTCOME.
           MOVE WS-CLOSE-MESSAGE        TO CDL-MESSAGE.
           MOVE CLOSE-DETAIL-LINE       TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 8040-READ-CLOSE-FILE.
      *----------------------------------------------------------*
       1400-ADD-FEED-ITEMS.
      *----------------------------------------------------------*
           PERFORM 8030-READ-FEED.
           PERFORM 1410-ADD-ONE-FEED-ITEM
               UNTIL FEED-EOF.
      *----------------------------------------------------------*
       1410-ADD-ONE-FEED-ITEM.
      *----------------------------------------------------------*
           ADD 1                        TO WS-FEED-COUNT
                                           WS-RUN-LOG-COUNT.
           IF  WQ-SOURCE = SPACE
           OR  WQ-POLICY-NO = SPACE
           OR  WQ-SKILL = SPACE
               ADD 1                    TO WS-FEED-REJECT-COUNT
               DISPLAY 'WRKQMGR - FEED ITEM REJECTED: '
                   WQ-SOURCE ' ' WQ-POLICY-NO ' ' WQ-REASON-CODE
           ELSE
               IF  NOT WQ-VALID-PRIORITY
                   MOVE 3               TO WQ-PRIORITY
               END-IF
               SET IT-INDEX TO 1
               SEARCH ITEM-TABLE
                   AT END
                       PERFORM 1420-QUEUE-NEW-ITEM
                   WHEN IT-INDEX > ITEM-COUNT
                       PERFORM 1420-QUEUE-NEW-ITEM
                   WHEN ITT-ITEM-KEY(IT-INDEX) = WQ-ITEM-KEY
                       PERFORM 1430-NOTE-QUEUED-ITEM
               END-SEARCH.
           PERFORM 8030-READ-FEED.
      *----------------------------------------------------------*
       1420-QUEUE-NEW-ITEM.
      *----------------------------------------------------------*
           IF  ITEM-COUNT = 3000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                        TO ITEM-COUNT.
           SET IT-INDEX                 TO ITEM-COUNT.
           MOVE WS-NEXT-ITEM-NO         TO ITT-ITEM-NO(IT-INDEX).
           ADD 1                        TO WS-NEXT-ITEM-NO.
           MOVE WQ-ITEM-KEY             TO ITT-ITEM-KEY(IT-INDEX).
           MOVE WQ-REASON               TO ITT-REASON(IT-INDEX).
           MOVE WQ-SKILL                TO ITT-SKILL(IT-INDEX).
           MOVE WQ-PRIORITY             TO ITT-PRIORITY(IT-INDEX).
           IF  WQ-CLAIM-AMOUNT NUMERIC
               MOVE WQ-CLAIM-AMOUNT     TO ITT-CLAIM-AMOUNT(IT-INDEX)
           ELSE
               MOVE ZERO                TO ITT-CLAIM-AMOUNT(IT-INDEX).
           MOVE WS-TODAY-DATE           TO ITT-CREATED-DATE(IT-INDEX).
           IF  WQ-DUE-DATE NUMERIC
           AND WQ-DUE-DATE > ZERO
               MOVE WQ-DUE-DATE         TO ITT-DUE-DATE(IT-INDEX)
           ELSE
               COMPUTE ITT-DUE-DATE(IT-INDEX) =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INT
                       + SERVICE-DAYS(WQ-PRIORITY)).
           MOVE 'O'                     TO ITT-STATUS(IT-INDEX).
           MOVE SPACE                   TO ITT-EXAMINER-ID(IT-INDEX)
                                           ITT-OUTCOME(IT-INDEX).
           MOVE ZERO                    TO ITT-ASSIGNED-DATE(IT-INDEX)
                                           ITT-CLOSED-DATE(IT-INDEX).
           MOVE 'N'                     TO ITT-ACTION(IT-INDEX).
           ADD 1                        TO WS-NEW-COUNT.
      *----------------------------------------------------------*
       1430-NOTE-QUEUED-ITEM.
      *----------------------------------------------------------*
           IF  ITT-STATUS(IT-INDEX) = 'O'
           AND WQ-PRIORITY < ITT-PRIORITY(IT-INDEX)
               MOVE WQ-PRIORITY         TO ITT-PRIORITY(IT-INDEX)
               ADD 1                    TO WS-REPRIORITY-COUNT
           ELSE
               ADD 1                    TO WS-QUEUED-COUNT.
      *----------------------------------------------------------*
       1900-FIND-EXAMINER.
      *----------------------------------------------------------*
           MOVE ZERO                    TO WS-EXAM-SUB.
           SET EX-INDEX TO 1.
           SEARCH EXAMINER-TABLE
               AT END
                   CONTINUE
               WHEN EX-INDEX > EXAMINER-COUNT
                   CONTINUE
               WHEN EXT-EXAMINER-ID(EX-INDEX) = WS-LOOKUP-EXAMINER-ID
                   SET WS-EXAM-SUB      TO EX-INDEX.
      *----------------------------------------------------------*
       2000-ASSIGN-OPEN-ITEMS.
      *----------------------------------------------------------*
           PERFORM 2010-COUNT-EXAMINER-LOAD
               VARYING IT-INDEX FROM 1 BY 1
                   UNTIL IT-INDEX > ITEM-COUNT.
           MOVE 'ASSIGNMENTS'           TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           PERFORM 2050-ASSIGN-ONE-PRIORITY
               VARYING WS-PRIORITY-SUB FROM 1 BY 1
                   UNTIL WS-PRIORITY-SUB > 5.
      *----------------------------------------------------------*
       2010-COUNT-EXAMINER-LOAD.
      *----------------------------------------------------------*
      *    OPEN WORK OF AN EXAMINER NO LONGER ACTIVE IS HANDED ON.
           IF  ITT-STATUS(IT-INDEX) = 'O'
           AND ITT-EXAMINER-ID(IT-INDEX) NOT = SPACE
               MOVE ITT-EXAMINER-ID(IT-INDEX)
                                        TO WS-LOOKUP-EXAMINER-ID
               PERFORM 1900-FIND-EXAMINER
               IF  WS-EXAM-SUB = ZERO
                   MOVE SPACE           TO ITT-EXAMINER-ID(IT-INDEX)
                   MOVE 'R'             TO ITT-ACTION(IT-INDEX)
               ELSE
                   SET EX-INDEX         TO WS-EXAM-SUB
                   IF  EXT-ACTIVE-SW(EX-INDEX) = 'Y'
                       ADD 1            TO EXT-OPEN-COUNT(EX-INDEX)
                   ELSE
                       MOVE SPACE       TO ITT-EXAMINER-ID(IT-INDEX)
                       MOVE 'R'         TO ITT-ACTION(IT-INDEX)
                   END-IF
               END-IF.
      *----------------------------------------------------------*
       2050-ASSIGN-ONE-PRIORITY.
      *----------------------------------------------------------*
           PERFORM 2100-ASSIGN-ONE-ITEM
               VARYING IT-INDEX FROM 1 BY 1
                   UNTIL IT-INDEX > ITEM-COUNT.
      *----------------------------------------------------------*
       2100-ASSIGN-ONE-ITEM.
      *----------------------------------------------------------*
           IF  ITT-STATUS(IT-INDEX) = 'O'
           AND ITT-EXAMINER-ID(IT-INDEX) = SPACE
           AND ITT-PRIORITY(IT-INDEX) = WS-PRIORITY-SUB
               MOVE ZERO                TO WS-BEST-SUB
               IF  NOT WS-ASSIGN-ROUND-ROBIN
                   PERFORM 2120-PICK-BY-SKILL
               END-IF
               IF  WS-BEST-SUB = ZERO
                   PERFORM 2140-PICK-BY-ROTATION
               END-IF
               IF  WS-BEST-SUB = ZERO
                   MOVE 'UNASSIGNED'    TO ADL-ACTION
                   ADD 1                TO WS-UNASSIGNED-COUNT
               ELSE
                   SET EX-INDEX         TO WS-BEST-SUB
                   MOVE EXT-EXAMINER-ID(EX-INDEX)
                                        TO ITT-EXAMINER-ID(IT-INDEX)
                   MOVE WS-TODAY-DATE   TO ITT-ASSIGNED-DATE(IT-INDEX)
                   ADD 1                TO EXT-OPEN-COUNT(EX-INDEX)
                                           WS-ASSIGNED-COUNT
                   IF  ITT-ACTION(IT-INDEX) = 'R'
                       MOVE 'REASSIGNED' TO ADL-ACTION
                   ELSE
                       MOVE 'ASSIGNED'  TO ADL-ACTION
                   END-IF
               END-IF
               PERFORM 2190-PRINT-ASSIGNMENT.
      *----------------------------------------------------------*
       2120-PICK-BY-SKILL.
      *----------------------------------------------------------*
      *    THE LEAST LOADED ACTIVE EXAMINER WITH THE SKILL AND ROOM.
           MOVE ZERO                    TO WS-BEST-OPEN.
           PERFORM 2130-TRY-SKILLED-EXAMINER
               VARYING EX-INDEX FROM 1 BY 1
                   UNTIL EX-INDEX > EXAMINER-COUNT.
      *----------------------------------------------------------*
       2130-TRY-SKILLED-EXAMINER.
      *----------------------------------------------------------*
           IF  EXT-ACTIVE-SW(EX-INDEX) = 'Y'
           AND (EXT-MAX-OPEN(EX-INDEX) = ZERO
           OR   EXT-OPEN-COUNT(EX-INDEX) < EXT-MAX-OPEN(EX-INDEX))
           AND (EXT-SKILL(EX-INDEX, 1) = ITT-SKILL(IT-INDEX)
           OR   EXT-SKILL(EX-INDEX, 2) = ITT-SKILL(IT-INDEX)
           OR   EXT-SKILL(EX-INDEX, 3) = ITT-SKILL(IT-INDEX)
           OR   EXT-SKILL(EX-INDEX, 4) = ITT-SKILL(IT-INDEX))
               IF  WS-BEST-SUB = ZERO
               OR  EXT-OPEN-COUNT(EX-INDEX) < WS-BEST-OPEN
                   SET WS-BEST-SUB      TO EX-INDEX
                   MOVE EXT-OPEN-COUNT(EX-INDEX) TO WS-BEST-OPEN
               END-IF.
      *----------------------------------------------------------*
       2140-PICK-BY-ROTATION.
      *----------------------------------------------------------*
      *    THE NEXT ACTIVE EXAMINER WITH ROOM AFTER THE LAST ONE
      *    DEALT AN ITEM, WRAPPING ROUND THE TABLE ONCE AT MOST.
           PERFORM 2150-TRY-NEXT-IN-ROTATION
               VARYING WS-SCAN-COUNT FROM 1 BY 1
                   UNTIL WS-SCAN-COUNT > EXAMINER-COUNT
                      OR WS-BEST-SUB > ZERO.
      *----------------------------------------------------------*
       2150-TRY-NEXT-IN-ROTATION.
      *----------------------------------------------------------*
           ADD 1                        TO WS-ROTATION-SUB.
           IF  WS-ROTATION-SUB > EXAMINER-COUNT
               MOVE 1                   TO WS-ROTATION-SUB.
           SET EX-INDEX                 TO WS-ROTATION-SUB.
           IF  EXT-ACTIVE-SW(EX-INDEX) = 'Y'
           AND (EXT-MAX-OPEN(EX-INDEX) = ZERO
           OR   EXT-OPEN-COUNT(EX-INDEX) < EXT-MAX-OPEN(EX-INDEX))
               MOVE WS-ROTATION-SUB     TO WS-BEST-SUB.
      *----------------------------------------------------------*
       2190-PRINT-ASSIGNMENT.
      *----------------------------------------------------------*
           MOVE ITT-ITEM-NO(IT-INDEX)   TO ADL-ITEM-NO.
           MOVE ITT-EXAMINER-ID(IT-INDEX) TO ADL-EXAMINER-ID.
           MOVE ITT-SOURCE(IT-INDEX)    TO ADL-SOURCE.
           MOVE ITT-POLICY-NO(IT-INDEX) TO ADL-POLICY-NO.
           MOVE ITT-PRIORITY(IT-INDEX)  TO ADL-PRIORITY.
           MOVE ITT-DUE-DATE(IT-INDEX)  TO ADL-DUE-DATE.
           MOVE ITT-REASON(IT-INDEX)    TO ADL-REASON.
           MOVE ASSIGN-DETAIL-LINE      TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2500-GATHER-STATISTICS.
      *----------------------------------------------------------*
           PERFORM 2510-COUNT-ONE-ITEM
               VARYING IT-INDEX FROM 1 BY 1
                   UNTIL IT-INDEX > ITEM-COUNT.
      *----------------------------------------------------------*
       2510-COUNT-ONE-ITEM.
      *----------------------------------------------------------*
           MOVE ITT-EXAMINER-ID(IT-INDEX) TO WS-LOOKUP-EXAMINER-ID.
           PERFORM 1900-FIND-EXAMINER.
           IF  WS-EXAM-SUB > ZERO
               SET EX-INDEX             TO WS-EXAM-SUB.
           IF  ITT-STATUS(IT-INDEX) = 'O'
               ADD 1                    TO WS-OPEN-COUNT
               IF  ITT-DUE-DATE(IT-INDEX) < WS-TODAY-DATE
                   ADD 1                TO WS-PAST-DUE-COUNT
               END-IF
               IF  WS-EXAM-SUB = ZERO
                   ADD 1                TO WS-UNASSIGNED-OPEN
                   IF  ITT-DUE-DATE(IT-INDEX) < WS-TODAY-DATE
                       ADD 1            TO WS-UNASSIGNED-PAST-DUE
                   END-IF
               ELSE
                   IF  ITT-DUE-DATE(IT-INDEX) < WS-TODAY-DATE
                       ADD 1            TO EXT-PAST-DUE-COUNT(EX-INDEX)
                   END-IF
                   IF  ITT-ASSIGNED-DATE(IT-INDEX) = WS-TODAY-DATE
                       ADD 1            TO EXT-ASSIGNED-COUNT(EX-INDEX)
                   END-IF
               END-IF
           ELSE
               IF  WS-EXAM-SUB > ZERO
               AND ITT-CLOSED-DATE(IT-INDEX) > ZERO
                   COMPUTE WS-CLOSED-INT = FUNCTION INTEGER-OF-DATE(
                       ITT-CLOSED-DATE(IT-INDEX))
                   IF  WS-CLOSED-INT > WS-DAY-ZERO-INT
                   AND WS-CLOSED-INT NOT > WS-TODAY-INT
                       COMPUTE WS-DAY-SUB =
                           WS-CLOSED-INT - WS-DAY-ZERO-INT
                       ADD 1            TO
                           EXT-CLOSED-DAY(EX-INDEX, WS-DAY-SUB)
                                           EXT-CLOSED-TOTAL(EX-INDEX)
                   END-IF
               END-IF.
      *----------------------------------------------------------*
       3000-PRINT-EXAMINER-WORKLISTS.
      *----------------------------------------------------------*
           PERFORM 3010-PRINT-ONE-EXAMINER
               VARYING EX-INDEX FROM 1 BY 1
                   UNTIL EX-INDEX > EXAMINER-COUNT.
           IF  WS-UNASSIGNED-OPEN > ZERO
               MOVE 'UNASSIGNED ITEMS'  TO SCL-TITLE
               MOVE SECTION-LINE        TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING PAGE
               MOVE SPACE               TO WS-PRINT-EXAMINER-ID
               PERFORM 3020-PRINT-EXAMINER-ITEMS.
      *----------------------------------------------------------*
       3010-PRINT-ONE-EXAMINER.
      *----------------------------------------------------------*
      *    EACH EXAMINER'S LIST STARTS A PAGE; AN INACTIVE EXAMINER
      *    HAS NO OPEN WORK LEFT AND IS NOT LISTED.
           IF  EXT-ACTIVE-SW(EX-INDEX) = 'Y'
               MOVE EXT-EXAMINER-ID(EX-INDEX)   TO EHL-EXAMINER-ID
               MOVE EXT-EXAMINER-NAME(EX-INDEX) TO EHL-EXAMINER-NAME
               MOVE EXT-SKILLS(EX-INDEX)        TO EHL-SKILLS
               MOVE 'ACTIVE'            TO EHL-STATUS
               MOVE EXAMINER-HEAD-LINE  TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING PAGE
               MOVE EXT-EXAMINER-ID(EX-INDEX)
                                        TO WS-PRINT-EXAMINER-ID
               PERFORM 3020-PRINT-EXAMINER-ITEMS.
      *----------------------------------------------------------*
       3020-PRINT-EXAMINER-ITEMS.
      *----------------------------------------------------------*
           MOVE ITEM-WORK-HEAD-LINE     TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE ZERO                    TO WS-PRINTED-COUNT.
           PERFORM 3030-PRINT-ONE-PRIORITY
               VARYING WS-PRIORITY-SUB FROM 1 BY 1
                   UNTIL WS-PRIORITY-SUB > 5.
           IF  WS-PRINTED-COUNT = ZERO
               MOVE NO-ITEMS-LINE       TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3030-PRINT-ONE-PRIORITY.
      *----------------------------------------------------------*
           PERFORM 3040-PRINT-ONE-ITEM
               VARYING IT-INDEX FROM 1 BY 1
                   UNTIL IT-INDEX > ITEM-COUNT.
      *----------------------------------------------------------*
       3040-PRINT-ONE-ITEM.
      *----------------------------------------------------------*
           IF  ITT-STATUS(IT-INDEX) = 'O'
           AND ITT-EXAMINER-ID(IT-INDEX) = WS-PRINT-EXAMINER-ID
           AND ITT-PRIORITY(IT-INDEX) = WS-PRIORITY-SUB
               ADD 1                    TO WS-PRINTED-COUNT
               MOVE ITT-ITEM-NO(IT-INDEX)      TO IWL-ITEM-NO
               MOVE ITT-PRIORITY(IT-INDEX)     TO IWL-PRIORITY
               MOVE ITT-SOURCE(IT-INDEX)       TO IWL-SOURCE
               MOVE ITT-POLICY-NO(IT-INDEX)    TO IWL-POLICY-NO
               MOVE ITT-CLAIM-DATE(IT-INDEX)   TO IWL-CLAIM-DATE
               MOVE ITT-CLAIM-AMOUNT(IT-INDEX) TO IWL-CLAIM-AMOUNT
               MOVE ITT-REASON(IT-INDEX)       TO IWL-REASON
               MOVE ITT-CREATED-DATE(IT-INDEX) TO IWL-CREATED-DATE
               MOVE ITT-DUE-DATE(IT-INDEX)     TO IWL-DUE-DATE
               EVALUATE TRUE
                   WHEN ITT-DUE-DATE(IT-INDEX) < WS-TODAY-DATE
                       MOVE 'PAST DUE'  TO IWL-FLAG
                   WHEN ITT-ASSIGNED-DATE(IT-INDEX) = WS-TODAY-DATE
                       MOVE 'NEW'       TO IWL-FLAG
                   WHEN OTHER
                       MOVE SPACE       TO IWL-FLAG
               END-EVALUATE
               MOVE ITEM-WORK-LINE      TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3300-PRINT-PRODUCTIVITY.
      *----------------------------------------------------------*
           MOVE 'EXAMINER PRODUCTIVITY (CLOSED PER DAY)'
                                        TO SCL-TITLE.
           MOVE SECTION-LINE            TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           PERFORM 3310-SET-DAY-HEADING
               VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7.
           MOVE PRODUCTIVITY-HEAD-LINE  TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           PERFORM 3320-PRINT-ONE-PRODUCTIVITY
               VARYING EX-INDEX FROM 1 BY 1
                   UNTIL EX-INDEX > EXAMINER-COUNT.
           IF  WS-UNASSIGNED-OPEN > ZERO
               INITIALIZE PRODUCTIVITY-DETAIL-LINE
               MOVE '(NONE)'            TO PDL-EXAMINER-ID
               MOVE 'UNASSIGNED'        TO PDL-EXAMINER-NAME
               MOVE WS-UNASSIGNED-OPEN  TO PDL-OPEN
               MOVE WS-UNASSIGNED-PAST-DUE TO PDL-PAST-DUE
               MOVE PRODUCTIVITY-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3310-SET-DAY-HEADING.
      *----------------------------------------------------------*
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               WS-DAY-ZERO-INT + WS-DAY-SUB).
           MOVE WS-WORK-MONTH           TO PHL-DAY-MONTH(WS-DAY-SUB).
           MOVE WS-WORK-DAY             TO PHL-DAY-DAY(WS-DAY-SUB).
      *----------------------------------------------------------*
       3320-PRINT-ONE-PRODUCTIVITY.
      *----------------------------------------------------------*
           IF  EXT-ACTIVE-SW(EX-INDEX) = 'Y'
           OR  EXT-CLOSED-TOTAL(EX-INDEX) > ZERO
               MOVE EXT-EXAMINER-ID(EX-INDEX)   TO PDL-EXAMINER-ID
               MOVE EXT-EXAMINER-NAME(EX-INDEX) TO PDL-EXAMINER-NAME
               MOVE EXT-OPEN-COUNT(EX-INDEX)    TO PDL-OPEN
               MOVE EXT-PAST-DUE-COUNT(EX-INDEX) TO PDL-PAST-DUE
               MOVE EXT-ASSIGNED-COUNT(EX-INDEX) TO PDL-ASSIGNED
               PERFORM 3330-SET-DAY-COLUMN
                   VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
               MOVE EXT-CLOSED-TOTAL(EX-INDEX)  TO PDL-CLOSED-TOTAL
               COMPUTE PDL-AVG-PER-DAY ROUNDED =
                   EXT-CLOSED-TOTAL(EX-INDEX) / 7
               MOVE PRODUCTIVITY-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3330-SET-DAY-COLUMN.
      *----------------------------------------------------------*
           MOVE EXT-CLOSED-DAY(EX-INDEX, WS-DAY-SUB)
                                        TO PDL-CLOSED-DAY(WS-DAY-SUB).
      *----------------------------------------------------------*
       3500-WRITE-QUEUE-MASTER.
      *----------------------------------------------------------*
           PERFORM 3510-WRITE-ONE-ITEM
               VARYING IT-INDEX FROM 1 BY 1
                   UNTIL IT-INDEX > ITEM-COUNT.
      *----------------------------------------------------------*
       3510-WRITE-ONE-ITEM.
      *----------------------------------------------------------*
           IF  ITT-STATUS(IT-INDEX) = 'C'
           AND ITT-CLOSED-DATE(IT-INDEX) < WS-RETAIN-START-DATE
               ADD 1                    TO WS-PURGED-COUNT
           ELSE
               MOVE SPACE               TO WORK-ITEM-RECORD
               MOVE ITT-ITEM-NO(IT-INDEX)       TO WQ-ITEM-NO
               MOVE ITT-ITEM-KEY(IT-INDEX)      TO WQ-ITEM-KEY
               MOVE ITT-REASON(IT-INDEX)        TO WQ-REASON
               MOVE ITT-SKILL(IT-INDEX)         TO WQ-SKILL
               MOVE ITT-PRIORITY(IT-INDEX)      TO WQ-PRIORITY
               MOVE ITT-CLAIM-AMOUNT(IT-INDEX)  TO WQ-CLAIM-AMOUNT
               MOVE ITT-CREATED-DATE(IT-INDEX)  TO WQ-CREATED-DATE
               MOVE ITT-DUE-DATE(IT-INDEX)      TO WQ-DUE-DATE
               MOVE ITT-STATUS(IT-INDEX)        TO WQ-STATUS
               MOVE ITT-EXAMINER-ID(IT-INDEX)   TO WQ-EXAMINER-ID
               MOVE ITT-ASSIGNED-DATE(IT-INDEX) TO WQ-ASSIGNED-DATE
               MOVE ITT-CLOSED-DATE(IT-INDEX)   TO WQ-CLOSED-DATE
               MOVE ITT-OUTCOME(IT-INDEX)       TO WQ-OUTCOME
               WRITE QUEUE-NEW-RECORD   FROM WORK-ITEM-RECORD.
      *----------------------------------------------------------*
       3600-PRINT-TRAILER.
      *----------------------------------------------------------*
           MOVE WS-FEED-COUNT           TO TL1-FEED-COUNT.
           MOVE WS-NEW-COUNT            TO TL1-NEW-COUNT.
           MOVE WS-QUEUED-COUNT         TO TL1-QUEUED-COUNT.
           MOVE WS-REPRIORITY-COUNT     TO TL1-REPRIORITY-COUNT.
           MOVE TRAILER-1               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           MOVE WS-ASSIGNED-COUNT       TO TL2-ASSIGNED-COUNT.
           MOVE WS-UNASSIGNED-COUNT     TO TL2-UNASSIGNED-COUNT.
           MOVE WS-CLOSED-COUNT         TO TL2-CLOSED-COUNT.
           MOVE WS-PURGED-COUNT         TO TL2-PURGED-COUNT.
           MOVE TRAILER-2               TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE WS-OPEN-COUNT           TO TL3-OPEN-COUNT.
           MOVE WS-PAST-DUE-COUNT       TO TL3-PAST-DUE-COUNT.
           MOVE WS-REJECT-COUNT         TO TL3-REJECT-COUNT.
           MOVE WS-FEED-REJECT-COUNT    TO TL3-FEED-REJECT-COUNT.
           MOVE TRAILER-3               TO PRINT-LINE.
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
           CLOSE   EXAMINER-FILE
                   QUEUE-OLD-FILE
                   QUEUE-NEW-FILE
                   WORK-QUEUE-FEED
                   CLOSE-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'WRKQMGR - FEED ITEMS READ  : ' WS-FEED-COUNT.
           DISPLAY 'WRKQMGR - NEW ITEMS QUEUED : ' WS-NEW-COUNT.
           DISPLAY 'WRKQMGR - ITEMS ASSIGNED   : ' WS-ASSIGNED-COUNT.
           DISPLAY 'WRKQMGR - LEFT UNASSIGNED  : ' WS-UNASSIGNED-COUNT.
           DISPLAY 'WRKQMGR - CLOSED THIS RUN  : ' WS-CLOSED-COUNT.
           DISPLAY 'WRKQMGR - CLOSURES REJECTED: ' WS-REJECT-COUNT.
           DISPLAY 'WRKQMGR - OPEN ITEMS       : ' WS-OPEN-COUNT.
           DISPLAY 'WRKQMGR - PAST DUE         : ' WS-PAST-DUE-COUNT.
      *----------------------------------------------------------*
       9900-TABLE-ERROR.
      *----------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  WORK QUEUE TABLE OVERFLOW - WRKQMGR     *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF WRKQMGR                  *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME         TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT        TO RL-RECORD-COUNT.
           MOVE "ABEND"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE   EXAMINER-FILE
                   QUEUE-OLD-FILE
                   QUEUE-NEW-FILE
                   WORK-QUEUE-FEED
                   CLOSE-FILE
                   PRINT-FILE
                   RUN-LOG-FILE.
           MOVE 16                      TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
       8010-READ-EXAMINER.
      *----------------------------------------------------------*
           READ EXAMINER-FILE
               AT END MOVE 'Y'          TO EXAMINER-EOF-SW.
      *----------------------------------------------------------*
       8020-READ-OLD-QUEUE.
      *----------------------------------------------------------*
           READ QUEUE-OLD-FILE INTO WORK-ITEM-RECORD
               AT END MOVE 'Y'          TO QUEUE-EOF-SW.
      *----------------------------------------------------------*
       8030-READ-FEED.
      *----------------------------------------------------------*
           READ WORK-QUEUE-FEED INTO WORK-ITEM-RECORD
               AT END MOVE 'Y'          TO FEED-EOF-SW.
      *----------------------------------------------------------*
       8040-READ-CLOSE-FILE.
      *----------------------------------------------------------*
           READ CLOSE-FILE
               AT END MOVE 'Y'          TO CLOSE-EOF-SW.
