       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVBKOUT.
      *---------------------------------------------------------------*
      *    BACKS ONE COVINTFC LOAD OUT OF THE STATE OR NATIONAL HISTORY
      *    MASTER.  EVERY RECORD COVINTFC ADDS OR REPLACES CARRIES THE
      *    LOAD ID (RUN DATE AND TIME) AND EVERY REPLACEMENT LEAVES A
      *    BEFORE-IMAGE ON CORRAUDT UNDER THE SAME DATE AND TIME.  A
      *    RECORD STAMPED WITH THE LOAD ID IS PUT BACK TO ITS BEFORE-
      *    IMAGE, OR DROPPED WHEN THE LOAD ADDED IT.  A KEY THE LOAD
      *    REPLACED BUT A LATER LOAD HAS REPLACED AGAIN IS LEFT AS IT
      *    STANDS AND LISTED.  THE NEW GENERATION GETS FRESH CONTROL
      *    RECORDS AND IS PROMOTED BY GENMGR IN THE USUAL WAY.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USA-HIST-OLD     ASSIGN TO USAFILE.
           SELECT USA-HIST-NEW     ASSIGN TO USAFILEN.
           SELECT ST-HIST-OLD      ASSIGN TO STATEFL.
           SELECT ST-HIST-NEW      ASSIGN TO STATEFLN.
           SELECT CORR-AUDIT-FILE  ASSIGN TO CORRAUDT.
           SELECT PRINT-FILE       ASSIGN TO PRTFILE.
           SELECT RUN-LOG-FILE     ASSIGN TO RUNLOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
           SELECT ALERT-FILE       ASSIGN TO ALERTFL.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  USA-HIST-OLD
               RECORDING MODE F.
       01  USA-HIST-OLD-RECORD         PIC X(225).
      *---------------------------------------------------------------*
       FD  USA-HIST-NEW
               RECORDING MODE F.
       01  USA-HIST-NEW-RECORD         PIC X(225).
      *---------------------------------------------------------------*
       FD  ST-HIST-OLD
               RECORDING MODE F.
       01  ST-HIST-OLD-RECORD          PIC X(300).
      *---------------------------------------------------------------*
       FD  ST-HIST-NEW
               RECORDING MODE F.
       01  ST-HIST-NEW-RECORD          PIC X(300).
      *---------------------------------------------------------------*
       FD  CORR-AUDIT-FILE
               RECORDING MODE F.
       01  CORR-AUDIT-RECORD.
           05  CA-IMAGE-TYPE           PIC X(01).
               88  CA-BEFORE-IMAGE         VALUE 'B'.
               88  CA-AFTER-IMAGE          VALUE 'A'.
           05  CA-RUN-DATE             PIC 9(08).
           05  CA-RUN-TIME             PIC 9(08).
           05  CA-KEY.
               10  CA-KEY-DATE         PIC X(08).
               10  CA-KEY-STATE        PIC X(02).
           05  CA-HIST-RECORD          PIC X(300).
      *---------------------------------------------------------------*
       FD  PRINT-FILE
               RECORDING MODE F.
       01  PRINT-RECORD.
      *    05  CC                      PIC X(01).
           05  PRINT-LINE              PIC X(132).
      *---------------------------------------------------------------*
       FD  RUN-LOG-FILE
               RECORDING MODE F.
           COPY RUNLOG.
      *---------------------------------------------------------------*
       FD  RUN-CONTROL-FILE
               RECORDING MODE F.
           COPY RUNCTLFL.
      *---------------------------------------------------------------*
       FD  ALERT-FILE
               RECORDING MODE F.
           COPY ALERTFIL.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01   REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE        PIC X(132)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-1.
               10 HL1-DATE.
                   15  FILLER          PIC X(01) VALUE SPACE.
                   15  FILLER          PIC X(12) VALUE 'TODAYS DATE:'.
                   15  HL1-MONTH-OUT   PIC XX.
                   15  FILLER          PIC X     VALUE '/'.
                   15  HL1-DAY-OUT     PIC XX.
                   15  FILLER          PIC X     VALUE '/'.
                   15  HL1-YEAR-OUT    PIC XX.
               10  FILLER    PIC X(29) VALUE
                   '  BACKOUT OF COVINTFC LOAD   '.
               10  HL1-LOAD-ID         PIC X(16).
               10  FILLER    PIC X(10) VALUE '  MASTER: '.
               10  HL1-MASTER          PIC X(08).
               10  FILLER              PIC X(10) VALUE SPACE.
               10  HL1-PAGE-COUNT-AREA.
                   15  FILLER          PIC X(04) VALUE SPACE.
                   15  FILLER          PIC X(05) VALUE 'PAGE:'.
                   15  HL1-PAGE-NUM    PIC ZZZZ9.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER    PIC X(14) VALUE ' KEY DATE   ST'.
               10  FILLER    PIC X(30) VALUE
                   '  ACTION                      '.
               10  FILLER    PIC X(18) VALUE 'LOAD ON MASTER    '.
               10  FILLER    PIC X(17) VALUE 'LOAD RESTORED    '.
               10  FILLER    PIC X(22) VALUE
                   ' CASES OUT  DEATHS OUT'.
               10  FILLER    PIC X(22) VALUE
                   '  CASES IN   DEATHS IN'.
      *---------------------------------------------------------------*
           05  BACKOUT-DETAIL-LINE.
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  BDL-KEY-DATE.
                   15  BDL-MONTH       PIC X(02).
                   15  FILLER          PIC X(01)  VALUE '/'.
                   15  BDL-DAY         PIC X(02).
                   15  FILLER          PIC X(01)  VALUE '/'.
                   15  BDL-YEAR        PIC X(04).
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  BDL-STATE           PIC X(02).
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  BDL-ACTION          PIC X(28).
               10  FILLER              PIC X(02)  VALUE SPACE.
               10  BDL-MASTER-LOAD     PIC X(16).
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  BDL-RESTORED-LOAD   PIC X(16).
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  BDL-CASES-OUT       PIC ZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  BDL-DEATHS-OUT      PIC ZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  BDL-CASES-IN        PIC ZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(01)  VALUE SPACE.
               10  BDL-DEATHS-IN       PIC ZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(09)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(21) VALUE '** RECORDS REMOVED : '.
               10  TL1-REMOVED-COUNT   PIC ZZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   RECORDS RESTORED    :'.
               10  TL1-RESTORED-COUNT  PIC ZZZ,ZZ9.
               10  FILLER              PIC X(73) VALUE SPACE.
           05  TRAILER-2.
               10  FILLER  PIC X(21) VALUE '** LATER LOAD KEPT : '.
               10  TL2-KEPT-COUNT      PIC ZZZ,ZZ9.
               10  FILLER  PIC X(24) VALUE '   IMAGES NOT APPLIED  :'.
               10  TL2-UNAPPLIED-COUNT PIC ZZZ,ZZ9.
               10  FILLER              PIC X(73) VALUE SPACE.
           05  TRAILER-3.
               10  FILLER  PIC X(21) VALUE '** RECORDS WRITTEN : '.
               10  TL3-WRITTEN-COUNT   PIC Z,ZZZ,ZZ9.
               10  FILLER  PIC X(22) VALUE '   HASH TOTAL        :'.
               10  TL3-HASH-TOTAL      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(61) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-BACKOUT-FIELDS.
           05  WS-FEED-TYPE-SW          PIC X(01) VALUE SPACE.
               88  FEED-IS-NATIONAL          VALUE 'N'.
               88  FEED-IS-STATE              VALUE 'S'.
               88  FEED-IS-VAX                VALUE 'V'.
      *    THE LOAD ID IS THE COVINTFC RUN DATE AND TIME DISPLAYED AT
      *    THE END OF THAT RUN.  IT SITS AT 283 FOR 16 ON STATE
      *    RECORDS AND AT 210 FOR 16 ON NATIONAL RECORDS.
           05  WS-LOAD-ID.
               10  WS-LOAD-ID-DATE      PIC 9(08).
               10  WS-LOAD-ID-TIME      PIC 9(08).
           05  WS-STAMP-POS             PIC 9(03).
           05  WS-RECORD-LENGTH         PIC 9(03).
           05  WS-MASTER-RECORD         PIC X(300).
           05  WS-MASTER-LOAD-ID        PIC X(16).
           05  WS-DATE-CHECK            PIC X(08).
               88  WS-CONTROL-RECORD-DATE
                   VALUE '00000000' '99999999'.
           05  WS-STATE-CHECK           PIC X(02).
           05  WS-REC-TYPE              PIC X(03).
      *---------------------------------------------------------------*
       01  WS-CONTROL-VERIFY-FIELDS.
      *---------------------------------------------------------------*
      *    THE MASTER'S TRAILER COUNT AND HASH ARE VERIFIED BEFORE THE
      *    BACKOUT TOUCHES ANYTHING, AND FRESH CONTROL RECORDS BRACKET
      *    THE NEW GENERATION.  THE HASH TOTAL IS THE SUM OF CUMULATIVE
      *    CASES AND DEATHS OVER EVERY DATA RECORD.
           05  WS-TRL-COUNT-X           PIC X(09).
           05  WS-TRL-HASH-X            PIC X(17).
           05  WS-TRL-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-TRL-HASH              PIC 9(15) VALUE ZERO.
           05  WS-TRAILER-SEEN-SW       PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN                VALUE 'Y'.
           05  WS-DATA-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-DATA-HASH             PIC 9(15) VALUE ZERO.
           05  WS-NEW-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-NEW-HASH              PIC 9(15) VALUE ZERO.
           05  WS-RECORD-HASH           PIC 9(15) VALUE ZERO.
           05  WS-HASH-WORK             PIC X(300).
           05  WS-HASH-CASES            PIC X(09).
           05  WS-HASH-DEATHS           PIC X(09).
           05  WS-HASH-FILLER           PIC X(20).
           05  WS-HASH-CASES-N          PIC 9(09).
           05  WS-HASH-DEATHS-N         PIC 9(09).
           05  WS-CONTROL-LINE          PIC X(300).
      *---------------------------------------------------------------*
       01  BEFORE-IMAGE-TABLE-FIELDS.
      *---------------------------------------------------------------*
      *    ONE BEFORE-IMAGE PER KEY THE LOAD REPLACED.  A KEY REPLACED
      *    TWICE IN THE SAME LOAD KEEPS ITS FIRST IMAGE - THE VERSION
      *    THE MASTER HELD BEFORE THE LOAD RAN.
           05  BEFORE-IMAGE-TABLE OCCURS 2000 TIMES
                           INDEXED BY BI-INDEX.
               10  BIT-KEY.
                   15  BIT-KEY-DATE     PIC X(08).
                   15  BIT-KEY-STATE    PIC X(02).
               10  BIT-HIST-RECORD      PIC X(300).
               10  BIT-USED-SW          PIC X(01).
                   88  BIT-USED                   VALUE 'Y'.
           05  BIT-COUNT                PIC 9(04) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-REMOVED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-RESTORED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-KEPT-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-UNAPPLIED-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-RUN-LOG-COUNT         PIC 9(07) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES.
           05  END-OF-FILE-SW           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
               88  AUDIT-EOF                      VALUE 'Y'.
           05  IMAGE-FOUND-SW           PIC X(01) VALUE 'N'.
               88  IMAGE-FOUND                    VALUE 'Y'.
       COPY PRINTCTL.
       COPY STDHDR.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-BEFORE-IMAGES.
           PERFORM 1500-VERIFY-MASTER-TRAILER.
           PERFORM 1800-WRITE-HEADER-RECORD.
           PERFORM 8000-READ-HIST-OLD.
           PERFORM 2000-PROCESS-HIST-OLD
               UNTIL END-OF-FILE.
           PERFORM 2700-LIST-UNAPPLIED-IMAGE
               VARYING BI-INDEX FROM 1 BY 1
               UNTIL BI-INDEX > BIT-COUNT.
           PERFORM 2800-WRITE-TRAILER-RECORD.
           PERFORM 3000-PRINT-TOTALS.
           PERFORM 3900-WRITE-RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
      *    NOTHING ON THE MASTER CARRIED THE LOAD ID, OR PART OF THE
      *    LOAD COULD NOT BE REVERSED - THE LISTING NEEDS A LOOK.
           IF  WS-REMOVED-COUNT + WS-RESTORED-COUNT = ZERO
           OR  WS-KEPT-COUNT > ZERO
           OR  WS-UNAPPLIED-COUNT > ZERO
               MOVE 4                      TO RETURN-CODE
           ELSE
               MOVE ZERO                   TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN OUTPUT PRINT-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           PERFORM 1070-READ-RUN-CONTROL.
           MOVE WS-CURRENT-YEAR            TO HL1-YEAR-OUT.
           MOVE WS-CURRENT-MONTH           TO HL1-MONTH-OUT.
           MOVE WS-CURRENT-DAY             TO HL1-DAY-OUT.
           MOVE "COVBKOUT"                 TO RL-PROGRAM-ID.
           MOVE "COVBKOUT"                 TO SHD-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME            TO RL-START-TIME.
           ACCEPT WS-FEED-TYPE-SW.
           ACCEPT WS-LOAD-ID.
           IF  WS-LOAD-ID NOT NUMERIC
           OR  NOT (FEED-IS-NATIONAL OR FEED-IS-STATE)
               PERFORM 9700-PARM-ERROR.
           MOVE WS-LOAD-ID                 TO HL1-LOAD-ID.
           IF  FEED-IS-NATIONAL
               MOVE 210                    TO WS-STAMP-POS
               MOVE 225                    TO WS-RECORD-LENGTH
               MOVE 'USAFILE'              TO HL1-MASTER
               OPEN INPUT  USA-HIST-OLD
                    OUTPUT USA-HIST-NEW
           ELSE
               MOVE 283                    TO WS-STAMP-POS
               MOVE 300                    TO WS-RECORD-LENGTH
               MOVE 'STATEFL'              TO HL1-MASTER
               OPEN INPUT  ST-HIST-OLD
                    OUTPUT ST-HIST-NEW.
      *---------------------------------------------------------------*
       1100-LOAD-BEFORE-IMAGES.
      *---------------------------------------------------------------*
           OPEN INPUT CORR-AUDIT-FILE.
           PERFORM 8050-READ-CORR-AUDIT.
           PERFORM 1110-CHECK-ONE-AUDIT-IMAGE
               UNTIL AUDIT-EOF.
           CLOSE CORR-AUDIT-FILE.
      *---------------------------------------------------------------*
       1110-CHECK-ONE-AUDIT-IMAGE.
      *---------------------------------------------------------------*
           IF  CA-BEFORE-IMAGE
           AND CA-RUN-DATE = WS-LOAD-ID-DATE
           AND CA-RUN-TIME = WS-LOAD-ID-TIME
               PERFORM 1120-KEEP-FIRST-IMAGE.
           PERFORM 8050-READ-CORR-AUDIT.
      *---------------------------------------------------------------*
       1120-KEEP-FIRST-IMAGE.
      *---------------------------------------------------------------*
           SET BI-INDEX TO 1.
           SEARCH BEFORE-IMAGE-TABLE
               AT END
                   PERFORM 1130-ADD-IMAGE
               WHEN BI-INDEX > BIT-COUNT
                   PERFORM 1130-ADD-IMAGE
               WHEN BIT-KEY(BI-INDEX) = CA-KEY
                   CONTINUE.
      *---------------------------------------------------------------*
       1130-ADD-IMAGE.
      *---------------------------------------------------------------*
           IF  BIT-COUNT NOT LESS THAN 2000
               PERFORM 9900-TABLE-ERROR.
           ADD 1                           TO BIT-COUNT.
           SET BI-INDEX                    TO BIT-COUNT.
           MOVE CA-KEY                     TO BIT-KEY(BI-INDEX).
           MOVE CA-HIST-RECORD             TO BIT-HIST-RECORD(BI-INDEX).
           MOVE 'N'                        TO BIT-USED-SW(BI-INDEX).
      *---------------------------------------------------------------*
       1500-VERIFY-MASTER-TRAILER.
      *---------------------------------------------------------------*
           PERFORM 8000-READ-HIST-OLD.
           PERFORM 1510-TALLY-ONE-RECORD
               UNTIL END-OF-FILE.
           IF  NOT WS-TRAILER-SEEN
           OR  WS-DATA-COUNT NOT = WS-TRL-COUNT
           OR  WS-DATA-HASH  NOT = WS-TRL-HASH
               PERFORM 9800-TRAILER-ERROR.
           IF  FEED-IS-NATIONAL
               CLOSE USA-HIST-OLD
               OPEN  INPUT USA-HIST-OLD
           ELSE
               CLOSE ST-HIST-OLD
               OPEN  INPUT ST-HIST-OLD.
           MOVE 'N'                        TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       1510-TALLY-ONE-RECORD.
      *---------------------------------------------------------------*
           UNSTRING WS-MASTER-RECORD DELIMITED BY ','
               INTO WS-DATE-CHECK
                    WS-REC-TYPE.
           EVALUATE TRUE
               WHEN WS-DATE-CHECK = '00000000'
                   CONTINUE
               WHEN WS-DATE-CHECK = '99999999'
                   MOVE 'Y'                TO WS-TRAILER-SEEN-SW
                   UNSTRING WS-MASTER-RECORD DELIMITED BY ','
                       INTO WS-DATE-CHECK
                            WS-REC-TYPE
                            WS-TRL-COUNT-X
                            WS-TRL-HASH-X
                   COMPUTE WS-TRL-COUNT =
                       FUNCTION NUMVAL-C(WS-TRL-COUNT-X)
                   COMPUTE WS-TRL-HASH =
                       FUNCTION NUMVAL-C(WS-TRL-HASH-X)
               WHEN OTHER
                   ADD 1                   TO WS-DATA-COUNT
                   MOVE WS-MASTER-RECORD   TO WS-HASH-WORK
                   PERFORM 1520-HASH-ONE-RECORD
                   ADD WS-RECORD-HASH      TO WS-DATA-HASH
           END-EVALUATE.
           PERFORM 8000-READ-HIST-OLD.
      *---------------------------------------------------------------*
       1520-HASH-ONE-RECORD.
      *---------------------------------------------------------------*
      *    CUMULATIVE CASES ARE THE THIRD FIELD ON BOTH MASTERS;
      *    DEATHS ARE THE FOURTEENTH ON NATIONAL RECORDS AND THE
      *    TWENTIETH ON STATE RECORDS.
           MOVE ZERO                       TO WS-RECORD-HASH
                                              WS-HASH-CASES-N
                                              WS-HASH-DEATHS-N.
           MOVE SPACE                      TO WS-HASH-CASES
                                              WS-HASH-DEATHS.
           IF  FEED-IS-NATIONAL
               UNSTRING WS-HASH-WORK DELIMITED BY ','
                   INTO WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-CASES
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-DEATHS
           ELSE
               UNSTRING WS-HASH-WORK DELIMITED BY ','
                   INTO WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-CASES
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-FILLER
                        WS-HASH-DEATHS.
           IF  WS-HASH-CASES NOT = SPACE
               COMPUTE WS-HASH-CASES-N =
                   FUNCTION NUMVAL-C(WS-HASH-CASES)
               ADD WS-HASH-CASES-N         TO WS-RECORD-HASH.
           IF  WS-HASH-DEATHS NOT = SPACE
               COMPUTE WS-HASH-DEATHS-N =
                   FUNCTION NUMVAL-C(WS-HASH-DEATHS)
               ADD WS-HASH-DEATHS-N        TO WS-RECORD-HASH.
      *---------------------------------------------------------------*
       1800-WRITE-HEADER-RECORD.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO WS-CONTROL-LINE.
           STRING '00000000,HDR,'
                  WS-CURRENT-DATE
                  ',COVBKOUT'
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM 2900-WRITE-MASTER-RECORD.
      *---------------------------------------------------------------*
       2000-PROCESS-HIST-OLD.
      *---------------------------------------------------------------*
           ADD 1                            TO WS-RUN-LOG-COUNT.
           UNSTRING WS-MASTER-RECORD DELIMITED BY ','
               INTO WS-DATE-CHECK
                    WS-STATE-CHECK.
           IF  WS-CONTROL-RECORD-DATE
               CONTINUE
           ELSE
               PERFORM 2100-BACK-OUT-ONE-RECORD.
           PERFORM 8000-READ-HIST-OLD.
      *---------------------------------------------------------------*
       2100-BACK-OUT-ONE-RECORD.
      *---------------------------------------------------------------*
           MOVE WS-MASTER-RECORD(WS-STAMP-POS:16)
                                            TO WS-MASTER-LOAD-ID.
           MOVE 'N'                         TO IMAGE-FOUND-SW.
           SET BI-INDEX TO 1.
           SEARCH BEFORE-IMAGE-TABLE
               AT END
                   CONTINUE
               WHEN BI-INDEX > BIT-COUNT
                   CONTINUE
               WHEN BIT-KEY-DATE(BI-INDEX)  = WS-DATE-CHECK
                AND BIT-KEY-STATE(BI-INDEX) = WS-STATE-CHECK
                   MOVE 'Y'                 TO IMAGE-FOUND-SW
                   MOVE 'Y'                 TO BIT-USED-SW(BI-INDEX).
           EVALUATE TRUE
               WHEN WS-MASTER-LOAD-ID = WS-LOAD-ID
                AND IMAGE-FOUND
                   PERFORM 2200-RESTORE-PRIOR-VERSION
               WHEN WS-MASTER-LOAD-ID = WS-LOAD-ID
                   PERFORM 2300-REMOVE-ADDED-RECORD
               WHEN IMAGE-FOUND
                   PERFORM 2400-KEEP-LATER-VERSION
               WHEN OTHER
                   MOVE WS-MASTER-RECORD    TO WS-CONTROL-LINE
                   PERFORM 2850-WRITE-DATA-RECORD
           END-EVALUATE.
      *---------------------------------------------------------------*
       2200-RESTORE-PRIOR-VERSION.
      *---------------------------------------------------------------*
           MOVE 'RESTORED PRIOR VERSION'    TO BDL-ACTION.
           PERFORM 2600-FORMAT-BACKED-OUT-SIDE.
           MOVE BIT-HIST-RECORD(BI-INDEX)   TO WS-CONTROL-LINE.
           MOVE WS-CONTROL-LINE(WS-STAMP-POS:16)
                                            TO BDL-RESTORED-LOAD.
           MOVE WS-CONTROL-LINE             TO WS-HASH-WORK.
           PERFORM 1520-HASH-ONE-RECORD.
           MOVE WS-HASH-CASES-N             TO BDL-CASES-IN.
           MOVE WS-HASH-DEATHS-N            TO BDL-DEATHS-IN.
           PERFORM 2850-WRITE-DATA-RECORD.
           ADD 1                            TO WS-RESTORED-COUNT.
           PERFORM 2650-PRINT-DETAIL-LINE.
      *---------------------------------------------------------------*
       2300-REMOVE-ADDED-RECORD.
      *---------------------------------------------------------------*
           MOVE 'REMOVED - ADDED BY LOAD'   TO BDL-ACTION.
           PERFORM 2600-FORMAT-BACKED-OUT-SIDE.
           MOVE SPACE                       TO BDL-RESTORED-LOAD.
           MOVE ZERO                        TO BDL-CASES-IN
                                               BDL-DEATHS-IN.
           ADD 1                            TO WS-REMOVED-COUNT.
           PERFORM 2650-PRINT-DETAIL-LINE.
      *---------------------------------------------------------------*
       2400-KEEP-LATER-VERSION.
      *---------------------------------------------------------------*
      *    A LATER LOAD HAS REPLACED THE KEY AGAIN.  ITS VERSION STANDS
      *    AND IS CARRIED; THE BEFORE-IMAGE IS NOT APPLIED.
           MOVE 'KEPT - REPLACED BY LATER'  TO BDL-ACTION.
           PERFORM 2600-FORMAT-BACKED-OUT-SIDE.
           MOVE SPACE                       TO BDL-RESTORED-LOAD.
           MOVE WS-HASH-CASES-N             TO BDL-CASES-IN.
           MOVE WS-HASH-DEATHS-N            TO BDL-DEATHS-IN.
           MOVE WS-MASTER-RECORD            TO WS-CONTROL-LINE.
           PERFORM 2850-WRITE-DATA-RECORD.
           ADD 1                            TO WS-KEPT-COUNT.
           PERFORM 2650-PRINT-DETAIL-LINE.
      *---------------------------------------------------------------*
       2600-FORMAT-BACKED-OUT-SIDE.
      *---------------------------------------------------------------*
           MOVE WS-DATE-CHECK(5:2)          TO BDL-MONTH.
           MOVE WS-DATE-CHECK(7:2)          TO BDL-DAY.
           MOVE WS-DATE-CHECK(1:4)          TO BDL-YEAR.
           MOVE WS-STATE-CHECK              TO BDL-STATE.
           MOVE WS-MASTER-LOAD-ID           TO BDL-MASTER-LOAD.
           MOVE WS-MASTER-RECORD            TO WS-HASH-WORK.
           PERFORM 1520-HASH-ONE-RECORD.
           MOVE WS-HASH-CASES-N             TO BDL-CASES-OUT.
           MOVE WS-HASH-DEATHS-N            TO BDL-DEATHS-OUT.
      *---------------------------------------------------------------*
       2650-PRINT-DETAIL-LINE.
      *---------------------------------------------------------------*
           MOVE BACKOUT-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2700-LIST-UNAPPLIED-IMAGE.
      *---------------------------------------------------------------*
      *    THE KEY IS NO LONGER ON THE MASTER (PURGED SINCE THE LOAD),
      *    SO THERE IS NOTHING TO PUT THE BEFORE-IMAGE BACK OVER.
           IF  NOT BIT-USED(BI-INDEX)
               MOVE BIT-KEY-DATE(BI-INDEX)  TO WS-DATE-CHECK
               MOVE BIT-KEY-STATE(BI-INDEX) TO WS-STATE-CHECK
               MOVE SPACE                   TO WS-MASTER-RECORD
                                               WS-MASTER-LOAD-ID
               PERFORM 2600-FORMAT-BACKED-OUT-SIDE
               MOVE 'NOT APPLIED - KEY NOT FOUND'
                                            TO BDL-ACTION
               MOVE BIT-HIST-RECORD(BI-INDEX) TO WS-HASH-WORK
               MOVE WS-HASH-WORK(WS-STAMP-POS:16)
                                            TO BDL-RESTORED-LOAD
               PERFORM 1520-HASH-ONE-RECORD
               MOVE WS-HASH-CASES-N         TO BDL-CASES-IN
               MOVE WS-HASH-DEATHS-N        TO BDL-DEATHS-IN
               ADD 1                        TO WS-UNAPPLIED-COUNT
               PERFORM 2650-PRINT-DETAIL-LINE.
      *---------------------------------------------------------------*
       2800-WRITE-TRAILER-RECORD.
      *---------------------------------------------------------------*
           MOVE SPACE                       TO WS-CONTROL-LINE.
           STRING '99999999,TRL,'
                  WS-NEW-COUNT
                  ','
                  WS-NEW-HASH
               DELIMITED BY SIZE INTO WS-CONTROL-LINE.
           PERFORM 2900-WRITE-MASTER-RECORD.
      *---------------------------------------------------------------*
       2850-WRITE-DATA-RECORD.
      *---------------------------------------------------------------*
           ADD 1                            TO WS-NEW-COUNT.
           MOVE WS-CONTROL-LINE             TO WS-HASH-WORK.
           PERFORM 1520-HASH-ONE-RECORD.
           ADD WS-RECORD-HASH               TO WS-NEW-HASH.
           PERFORM 2900-WRITE-MASTER-RECORD.
      *---------------------------------------------------------------*
       2900-WRITE-MASTER-RECORD.
      *---------------------------------------------------------------*
           IF  FEED-IS-NATIONAL
               MOVE WS-CONTROL-LINE(1:225)  TO USA-HIST-NEW-RECORD
               WRITE USA-HIST-NEW-RECORD
           ELSE
               MOVE WS-CONTROL-LINE         TO ST-HIST-NEW-RECORD
               WRITE ST-HIST-NEW-RECORD.
      *---------------------------------------------------------------*
       3000-PRINT-TOTALS.
      *---------------------------------------------------------------*
           IF  WS-REMOVED-COUNT + WS-RESTORED-COUNT + WS-KEPT-COUNT
               + WS-UNAPPLIED-COUNT = ZERO
               MOVE ' ** NO RECORDS CARRY THIS LOAD ID - MASTER COPIED'
                                            TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-REMOVED-COUNT            TO TL1-REMOVED-COUNT.
           MOVE WS-RESTORED-COUNT           TO TL1-RESTORED-COUNT.
           MOVE WS-KEPT-COUNT               TO TL2-KEPT-COUNT.
           MOVE WS-UNAPPLIED-COUNT          TO TL2-UNAPPLIED-COUNT.
           MOVE WS-NEW-COUNT                TO TL3-WRITTEN-COUNT.
           MOVE WS-NEW-HASH                 TO TL3-HASH-TOTAL.
           MOVE 2                           TO LINE-SPACEING.
           MOVE TRAILER-1                   TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE TRAILER-2                   TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE TRAILER-3                   TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME            TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT           TO RL-RECORD-COUNT.
           MOVE "COMPLETE"                 TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
      *    THE REVERSED LOAD IS ALSO MARKED ON THE RUN LOG UNDER ITS
      *    OWN RUN DATE AND TIME SO RUN HISTORY SHOWS IT BACKED OUT.
           IF  WS-REMOVED-COUNT + WS-RESTORED-COUNT > ZERO
               MOVE "COVINTFC"             TO RL-PROGRAM-ID
               MOVE WS-LOAD-ID-DATE        TO RL-RUN-DATE
               MOVE WS-LOAD-ID-TIME        TO RL-START-TIME
               COMPUTE RL-RECORD-COUNT =
                   WS-REMOVED-COUNT + WS-RESTORED-COUNT
               MOVE "BACKED OUT"           TO RL-COMPLETION-STATUS
               WRITE RUN-LOG-RECORD.
      *---------------------------------------------------------------*
       4000-CLOSE-FILES.
      *---------------------------------------------------------------*
           IF  FEED-IS-NATIONAL
               CLOSE USA-HIST-OLD
                     USA-HIST-NEW
           ELSE
               CLOSE ST-HIST-OLD
                     ST-HIST-NEW.
           CLOSE PRINT-FILE
                 RUN-LOG-FILE.
           DISPLAY 'COVBKOUT - LOAD ID          : ' WS-LOAD-ID.
           DISPLAY 'COVBKOUT - RECORDS REMOVED  : ' WS-REMOVED-COUNT.
           DISPLAY 'COVBKOUT - RECORDS RESTORED : ' WS-RESTORED-COUNT.
           DISPLAY 'COVBKOUT - LATER LOAD KEPT  : ' WS-KEPT-COUNT.
           DISPLAY 'COVBKOUT - IMAGES NOT USED  : ' WS-UNAPPLIED-COUNT.
      *---------------------------------------------------------------*
       9700-PARM-ERROR.
      *---------------------------------------------------------------*
      *    VACCINATION RECORDS ARE NOT STAMPED WITH A LOAD ID AND ARE
      *    BACKED OUT BY GENERATION ROLLBACK ONLY.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  INVALID FEED TYPE OR LOAD ID - COVBKOUT *'.
           DISPLAY '*  FEED TYPE MUST BE S OR N                *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF COVBKOUT                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME            TO RL-END-TIME.
           MOVE ZERO                       TO RL-RECORD-COUNT.
           MOVE "ABEND"                    TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE PRINT-FILE
                 RUN-LOG-FILE.
           MOVE 16                         TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       9800-TRAILER-ERROR.
      *---------------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  TRAILER OUT OF BALANCE - COVBKOUT       *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF COVBKOUT                 *'.
           DISPLAY '*-----------------------------------------*'.
           OPEN EXTEND ALERT-FILE.
           MOVE "COVBKOUT"                 TO AL-PROGRAM-ID.
           MOVE WS-CURRENT-MONTH           TO AL-ALERT-MONTH.
           MOVE WS-CURRENT-DAY             TO AL-ALERT-DAY.
           MOVE WS-CURRENT-YEAR            TO AL-ALERT-YEAR.
           MOVE WS-CURRENT-TIME            TO AL-ALERT-TIME.
           MOVE "COVBKOUT - HISTORY TRAILER OUT OF BALANCE"
                                           TO AL-SUBJECT.
           MOVE SPACE                      TO AL-BODY.
           STRING HL1-MASTER ' RECORDS ' WS-DATA-COUNT
                  ' EXPECTED ' WS-TRL-COUNT
                  ' - BACKOUT NOT RUN'
               DELIMITED BY SIZE INTO AL-BODY.
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME            TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT           TO RL-RECORD-COUNT.
           MOVE "ABEND"                    TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           PERFORM 4000-CLOSE-FILES.
           MOVE 16                         TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       9900-TABLE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  IMAGE TABLE OVERFLOW - COVBKOUT         *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF COVBKOUT                 *'.
           DISPLAY '*-----------------------------------------*'.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME            TO RL-END-TIME.
           MOVE WS-RUN-LOG-COUNT           TO RL-RECORD-COUNT.
           MOVE "ABEND"                    TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE CORR-AUDIT-FILE.
           PERFORM 4000-CLOSE-FILES.
           MOVE 16                         TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       8000-READ-HIST-OLD.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO WS-MASTER-RECORD.
           IF  FEED-IS-NATIONAL
               READ USA-HIST-OLD
                   AT END MOVE 'Y'         TO END-OF-FILE-SW
                   NOT AT END
                       MOVE USA-HIST-OLD-RECORD
                                           TO WS-MASTER-RECORD
               END-READ
           ELSE
               READ ST-HIST-OLD
                   AT END MOVE 'Y'         TO END-OF-FILE-SW
                   NOT AT END
                       MOVE ST-HIST-OLD-RECORD
                                           TO WS-MASTER-RECORD
               END-READ.
      *---------------------------------------------------------------*
       8050-READ-CORR-AUDIT.
      *---------------------------------------------------------------*
           READ CORR-AUDIT-FILE
               AT END MOVE 'Y' TO AUDIT-EOF-SW.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
              PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE           TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE SPACE                      TO NEXT-REPORT-LINE.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           MOVE PAGE-COUNT                 TO HL1-PAGE-NUM.
           MOVE PAGE-COUNT                 TO SHD-PAGE-NUM.
           MOVE WS-CURRENT-MONTH           TO SHD-RUN-MONTH.
           MOVE WS-CURRENT-DAY             TO SHD-RUN-DAY.
           MOVE WS-CURRENT-YEAR            TO SHD-RUN-YEAR.
           MOVE WS-CURRENT-HOUR            TO SHD-RUN-HOUR.
           MOVE WS-CURRENT-MINUTES         TO SHD-RUN-MINUTE.
           MOVE STD-HEADING-LINE-1         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE HEADING-LINE-1             TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           MOVE HEADING-LINE-2             TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           ADD  1                          TO PAGE-COUNT.
           MOVE 7                          TO LINE-COUNT.
      *---------------------------------------------------------------*
       9110-WRITE-TOP-OF-PAGE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING PAGE.
           MOVE SPACE                      TO PRINT-LINE.
      *---------------------------------------------------------------*
       9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING LINE-SPACEING.
           ADD LINE-SPACEING               TO LINE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE SPACE                      TO PRINT-LINE.
      *---------------------------------------------------------------*
       1070-READ-RUN-CONTROL.
      *---------------------------------------------------------------*
      *    THE OFFICIAL BUSINESS PROCESSING DATE IS SET BY OPERATIONS
      *    AT THE START OF THE CYCLE.  IT REPLACES THE CALENDAR DATE
      *    IN HEADINGS, RUN-LOG RECORDS AND DATE DEFAULTS - CALENDAR
      *    DATE AND TIME REMAIN ONLY AS THE PHYSICAL TIMESTAMP.
           OPEN INPUT RUN-CONTROL-FILE.
           MOVE ZERO                       TO BD-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               AT END CONTINUE.
           IF  BD-BUSINESS-DATE-X NUMERIC
           AND BD-BUSINESS-DATE-X NOT = '00000000'
               MOVE BD-BUS-YEAR            TO WS-CURRENT-YEAR
               MOVE BD-BUS-MONTH           TO WS-CURRENT-MONTH
               MOVE BD-BUS-DAY             TO WS-CURRENT-DAY.
           CLOSE RUN-CONTROL-FILE.
