           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL.
           SELECT DIST-CATALOG-FILE ASSIGN TO DISTCTLG.
           SELECT CSV-FILE         ASSIGN TO CSVFILE.
           SELECT WATCH-LIST-FILE  ASSIGN TO WATCHLST.
           SELECT WATCH-HIT-FILE   ASSIGN TO WLHITS.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------*
       COPY PRICEFL.
      *----------------------------------------------------------*
       FD  SHIP-RATE-FILE
           RECORDING MODE IS F
       FD  DIST-CATALOG-FILE
               RECORDING MODE IS F.
           COPY DISTCTLG.
      *----------------------------------------------------------*
       FD  WATCH-LIST-FILE
               RECORDING MODE IS F.
           COPY WATCHLST.
      *----------------------------------------------------------*
       FD  WATCH-HIT-FILE
               RECORDING MODE IS F.
       01  WATCH-HIT-RECORD           PIC X(120).
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY DISTBANW.
       COPY WLCASE.
       COPY WLSCRW.
      *----------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
               10  PT-BASE-PRICE           PIC 9(07)V99.
               10  PT-VENDOR-CODE          PIC X(03).
           05  PRICE-TABLE-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-PRICE-EFF-FROM           PIC 9(08).
           05  WS-PRICE-EFF-TO             PIC 9(08).
      *----------------------------------------------------------*
       01  VENDOR-TOTAL-FIELDS.
           05  VENDOR-TOTAL-TABLE OCCURS 10 TIMES
           PERFORM 1350-LOAD-TAX-RATE-TABLE.
           PERFORM 1400-LOAD-INVENTORY-TABLE.
           PERFORM 1500-LOAD-OVER-HISTORY.
           PERFORM 9670-LOAD-WATCH-LIST.
      *----------------------------------------------------------*
       1100-LOAD-PRICE-TABLE.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
       1110-STORE-PRICE-RECORD.
      *----------------------------------------------------------*
      *    ONLY THE QUOTES IN EFFECT ON THE BUSINESS DATE ARE USED.
           IF  PF-EFF-FROM-DATE NUMERIC
               MOVE PF-EFF-FROM-DATE    TO WS-PRICE-EFF-FROM
           ELSE
               MOVE ZERO                TO WS-PRICE-EFF-FROM.
           IF  PF-EFF-TO-DATE NUMERIC
           AND PF-EFF-TO-DATE > ZERO
               MOVE PF-EFF-TO-DATE      TO WS-PRICE-EFF-TO
           ELSE
               MOVE 99999999            TO WS-PRICE-EFF-TO.
           IF  WS-PRICE-EFF-FROM NOT > WS-RUN-DATE-NUM
           AND WS-PRICE-EFF-TO NOT < WS-RUN-DATE-NUM
               IF  PRICE-TABLE-COUNT = 150
                   PERFORM 9900-TABLE-ERROR
               END-IF
               ADD 1                      TO PRICE-TABLE-COUNT
               SET PRICE-INDEX            TO PRICE-TABLE-COUNT
               MOVE PF-INSTRUMENT-TYPE    TO
                   PT-INSTRUMENT-TYPE(PRICE-INDEX)
               MOVE PF-INSTRUMENT-QUALITY TO
                   PT-INSTRUMENT-QUALITY(PRICE-INDEX)
               MOVE PF-BASE-PRICE         TO
                   PT-BASE-PRICE(PRICE-INDEX)
               MOVE PF-VENDOR-CODE        TO
                   PT-VENDOR-CODE(PRICE-INDEX).
           PERFORM 8050-READ-PRICE-FILE.
      *----------------------------------------------------------*
       1200-LOAD-SHIP-RATE-TABLE.
                       MOVE 'ON OVER-LIMIT HISTORY'
                                       TO WS-DECLINE-REASON
               END-SEARCH.
           IF  NOT WS-CREDIT-DECLINED
               PERFORM 2025-SCREEN-WATCH-LIST.
      *----------------------------------------------------------*
       2025-SCREEN-WATCH-LIST.
      *----------------------------------------------------------*
      *    AN ARTIST ON THE WATCH LIST IS DECLINED LIKE A CREDIT
      *    FAILURE; COMPLIANCE WORKS THE CASE RAISED FROM WLHITS.
           MOVE 'FAVRFP'               TO WS-WL-PROGRAM-ID.
           MOVE ARTIST-ACCT-NUM        TO WS-WL-SUBJECT-KEY.
           MOVE MUSICIAN-LNAME         TO WS-WL-LAST-NAME.
           MOVE MUSICIAN-FNAME         TO WS-WL-FIRST-NAME.
           MOVE MAX-MUSICIAN-BUDGET-AMT
                                       TO WS-WL-AMOUNT.
           MOVE WS-CURRENT-DATE        TO WS-WL-SCREEN-DATE.
           PERFORM 9680-SCREEN-SUBJECT.
           IF  NOT WS-WL-NO-HIT
               MOVE WATCH-LIST-HIT-LINE
                                       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-WL-HOLD
               MOVE 'Y'                TO WS-CREDIT-DECLINE-SW
               MOVE 'WATCH LIST HOLD'  TO WS-DECLINE-REASON.
      *----------------------------------------------------------*
       2030-RECORD-DECLINE.
      *----------------------------------------------------------*
                   INVENTORY-NEW
                   BACKORDER-FILE
                   ACCT-MASTER.
           PERFORM 9699-CLOSE-WATCH-LIST.
           DISPLAY 'FAVRFP - BACKORDERED RFPS : ' WS-BACKORDER-COUNT.
           DISPLAY 'FAVRFP - CREDIT DECLINES  : ' DECLINED-COUNT.
      *----------------------------------------------------------*
           CLOSE RUN-CONTROL-FILE.
      *----------------------------------------------------------*
       COPY DISTBANR.
      *----------------------------------------------------------*
       COPY WLSCRR.
