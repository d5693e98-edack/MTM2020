           SELECT DIST-CATALOG-FILE ASSIGN TO DISTCTLG.
           SELECT CSV-FILE      ASSIGN TO CSVFILE.
           SELECT POP-FILE      ASSIGN TO POPFILE.
           SELECT OPTIONAL QUAR-FILE ASSIGN TO QUARFL.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FD  DIST-CATALOG-FILE
               RECORDING MODE IS F.
           COPY DISTCTLG.
      *---------------------------------------------------------------*
       FD  QUAR-FILE
               RECORDING MODE IS F.
       01  QUAR-RECORD                PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY DISTBANW.
               10  DL1-CASE-NEGATIVE  PIC ZZ,ZZZ,ZZ9.
               10  FILLER             PIC X(02)  VALUE SPACE.
               10  DL1-CASE-PENDING   PIC ZZ,ZZ9.
               10  DL1-CASE-NEW-MARK  PIC X(01)  VALUE SPACE.
               10  DL1-CASE-NEW       PIC Z,ZZZ,ZZ9.
               10  DL1-HOSPITAL-TOT   PIC Z,ZZZ,ZZ9.
               10  DL1-ICU-TOT        PIC Z,ZZZ,ZZ9.
               10  DL1-RECOVERED      PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(01)  VALUE SPACE.
               10  DL1-DEATH          PIC ZZ,ZZZ,ZZ9.
               10  DL1-DEATH-NEW-MARK PIC X(01)  VALUE SPACE.
               10  DL1-DEATH-NEW      PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(01)  VALUE SPACE.
               10  DL1-DEATH-PERCENT  PIC Z9.9999.
               10  DL1-DEATH-100K     PIC Z,ZZ9.
               10  FILLER             PIC X(01)  VALUE SPACE.
               10  DL1-HOSP-100K      PIC Z,ZZ9.
               10  DL1-HOSP-MARK      PIC X(02)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-1.
               10 HL1-DATE.
               10  TL1-DEATH-TOT  PIC ZZZ,ZZZ,ZZ9.
               10  FILLER         PIC X(70) VALUE SPACE.
      *---------------------------------------------------------------*
           05  QUARANTINE-LEGEND-LINE.
               10  FILLER         PIC X(40) VALUE
                   '* NEW CASES OR NEW DEATHS HELD AS A STAT'.
               10  FILLER         PIC X(40) VALUE
                   'ISTICAL OUTLIER PENDING ANALYST REVIEW. '.
               10  FILLER         PIC X(40) VALUE
                   '*H HOSPITAL CENSUS HELD AS AN OUTLIER.  '.
           05  CSV-LINE.
      *---------------------------------------------------------------*
               10  CSV-DATE.
               10  FILLER                  PIC X(01)  VALUE ','.
               10  CSV-GRADE               PIC X(01).
       COPY STATEREC.
       COPY COVQUAR.
      *---------------------------------------------------------------*
       01  QUAR-TABLE-FIELDS.
      *---------------------------------------------------------------*
      *    VALUES STILL HELD BY THE COVOUTLR OUTLIER SCREEN.  RELEASED
      *    VALUES ARE NOT LOADED - THEY PRINT UNMARKED.
           05  QT-COUNT               PIC 9(04)   VALUE ZERO.
           05  QUAR-TABLE OCCURS 3000 TIMES
                           INDEXED BY QT-INDEX.
               10  QT-KEY             PIC X(11).
      *---------------------------------------------------------------*
       01  POP-TABLE-FIELDS.
      *---------------------------------------------------------------*
               88  RESTART-EOF                    VALUE 'Y'.
           05  POP-EOF-SW             PIC X(01)   VALUE 'N'.
               88  POP-EOF                        VALUE 'Y'.
           05  QUAR-EOF-SW            PIC X(01)   VALUE 'N'.
               88  QUAR-EOF                       VALUE 'Y'.
           05  QUAR-FOUND-SW          PIC X(01)   VALUE 'N'.
               88  QUAR-FOUND                     VALUE 'Y'.
           05  WS-QUAR-KEY.
               10  WS-QUAR-STATE      PIC X(02).
               10  WS-QUAR-DATE       PIC X(08).
               10  WS-QUAR-MEASURE    PIC X(01).
           05  WS-QUAR-MARK-COUNT     PIC 9(07)   VALUE ZERO.
           05  WS-PER-100K            PIC 9(07).
           05  WS-RESTART-DATE        PIC X(08)   VALUE LOW-VALUES.
           05  WS-FROM-DATE           PIC X(08)   VALUE '00000000'.
               MOVE 'B'                    TO WS-OUTPUT-SELECTION.
           PERFORM 1150-POSITION-HISTORY-FILE.
           PERFORM 1200-LOAD-POP-TABLE.
           PERFORM 1250-LOAD-QUAR-TABLE.
      *---------------------------------------------------------------*
       1100-READ-RESTART-CHECKPOINT.
      *---------------------------------------------------------------*
                   MOVE SP-STATE           TO PT-STATE(POP-INDEX)
                   MOVE SP-POPULATION      TO PT-POPULATION(POP-INDEX).
           PERFORM 8070-READ-POP-FILE.
      *---------------------------------------------------------------*
       1250-LOAD-QUAR-TABLE.
      *---------------------------------------------------------------*
           OPEN INPUT QUAR-FILE.
           PERFORM 8080-READ-QUAR-FILE.
           PERFORM 1260-STORE-QUAR-RECORD
               UNTIL QUAR-EOF.
           CLOSE QUAR-FILE.
      *---------------------------------------------------------------*
       1260-STORE-QUAR-RECORD.
      *---------------------------------------------------------------*
           IF  QU-QUARANTINED
               IF  QT-COUNT NOT < 3000
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                   TO QT-COUNT
               MOVE QU-KEY             TO QT-KEY(QT-COUNT).
           PERFORM 8080-READ-QUAR-FILE.
      *---------------------------------------------------------------*
       2000-PROCESS-USA-HIST-FILE.
      *---------------------------------------------------------------*
               MOVE ZERO               TO DL1-DEATH-PERCENT
                                          DL1-CASE-PERCENT.
           PERFORM 2150-COMPUTE-PER-100K.
           PERFORM 2170-MARK-QUARANTINED.
           MOVE DL1-RECORD             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 9400-WRITE-CSV-LINE.
                               / PT-POPULATION(POP-INDEX)
                       MOVE WS-PER-100K    TO DL1-HOSP-100K
                   END-IF.
      *---------------------------------------------------------------*
       2170-MARK-QUARANTINED.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO DL1-CASE-NEW-MARK
                                          DL1-DEATH-NEW-MARK
                                          DL1-HOSP-MARK.
           IF  QT-COUNT > ZERO
               MOVE STR-STATE          TO WS-QUAR-STATE
               MOVE STR-DATE           TO WS-QUAR-DATE
               MOVE 'C'                TO WS-QUAR-MEASURE
               PERFORM 2180-FIND-QUAR-KEY
               IF  QUAR-FOUND
                   MOVE '*'            TO DL1-CASE-NEW-MARK
               END-IF
               MOVE 'D'                TO WS-QUAR-MEASURE
               PERFORM 2180-FIND-QUAR-KEY
               IF  QUAR-FOUND
                   MOVE '*'            TO DL1-DEATH-NEW-MARK
               END-IF
               MOVE 'H'                TO WS-QUAR-MEASURE
               PERFORM 2180-FIND-QUAR-KEY
               IF  QUAR-FOUND
                   MOVE '*H'           TO DL1-HOSP-MARK
               END-IF.
           IF  DL1-CASE-NEW-MARK NOT = SPACE
            OR DL1-DEATH-NEW-MARK NOT = SPACE
            OR DL1-HOSP-MARK NOT = SPACE
               ADD 1                   TO WS-QUAR-MARK-COUNT.
      *---------------------------------------------------------------*
       2180-FIND-QUAR-KEY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO QUAR-FOUND-SW.
           SET QT-INDEX TO 1.
           SEARCH QUAR-TABLE
               AT END
                   CONTINUE
               WHEN QT-INDEX > QT-COUNT
                   CONTINUE
               WHEN QT-KEY(QT-INDEX) = WS-QUAR-KEY
                   MOVE 'Y'            TO QUAR-FOUND-SW.
      *---------------------------------------------------------------*
       3000-PRINT-TOTAL-LINES.
      *---------------------------------------------------------------*
           MOVE 2                      TO LINE-SPACEING.
           MOVE TOTAL-LINE-1           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-QUAR-MARK-COUNT > ZERO
               MOVE 2                  TO LINE-SPACEING
               MOVE QUARANTINE-LEGEND-LINE
                                       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           READ POP-FILE
               AT END MOVE 'Y'         TO POP-EOF-SW.
      *---------------------------------------------------------------*
       8080-READ-QUAR-FILE.
      *---------------------------------------------------------------*
           READ QUAR-FILE INTO QU-QUARANTINE-RECORD
               AT END MOVE 'Y'         TO QUAR-EOF-SW.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       9900-TABLE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '*  POP/QUARANTINE TABLE OVERFLOW COVID19B  *'.
           DISPLAY '*-----------------------------------------*'.
           DISPLAY '* ABNORMAL END OF COVID19B                 *'.
           DISPLAY '*-----------------------------------------*'.
