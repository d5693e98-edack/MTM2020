      *---------------------------------------------------------------*
       01  WATCH-LIST-RECORD.
      *---------------------------------------------------------------*
      *    ENTERPRISE WATCH LIST, MAINTAINED BY WLMAINT FROM WATCHLST
      *    TO WATCHLSN EACH RUN AND READ WHOLE BY EVERY PROGRAM THAT
      *    SCREENS A NEW CUSTOMER, INSURED, ARTIST OR PAYEE.
      *      W  ONE WATCHED NAME - SANCTIONS OR INTERNAL FRAUD.  AN
      *         ENTITY IS CARRIED IN THE LAST NAME WITH THE FIRST
      *         NAME BLANK.  INACTIVE ENTRIES ARE KEPT FOR AUDIT
      *         BUT NOT SCREENED.
      *      C  ONE CLEARANCE - A COMPLIANCE RELEASE OF A HELD CASE.
      *         THE SAME SUBJECT KEY PRESENTED AGAIN BY THE SAME
      *         PROGRAM PASSES THAT ENTRY WITHOUT A HOLD.
           05  WL-RECORD-TYPE          PIC X(01).
               88  WL-ENTRY-REC            VALUE 'W'.
               88  WL-CLEARANCE-REC        VALUE 'C'.
           05  WL-ENTRY-ID             PIC X(08).
           05  WL-ENTRY-DATA.
               10  WL-LIST-SOURCE      PIC X(01).
                   88  WL-SANCTIONS-LIST   VALUE 'S'.
                   88  WL-FRAUD-LIST       VALUE 'F'.
                   88  WL-VALID-SOURCE     VALUE 'S' 'F'.
               10  WL-LAST-NAME        PIC X(20).
               10  WL-FIRST-NAME       PIC X(14).
               10  WL-STATUS           PIC X(01).
                   88  WL-ACTIVE           VALUE 'A'.
                   88  WL-INACTIVE         VALUE 'I'.
               10  WL-ADDED-DATE       PIC 9(08).
               10  WL-UPDATED-DATE     PIC 9(08).
               10  WL-UPDATED-BY       PIC X(08).
               10  FILLER              PIC X(11).
           05  WL-CLEARANCE-DATA REDEFINES WL-ENTRY-DATA.
               10  WL-CLR-PROGRAM-ID   PIC X(08).
               10  WL-CLR-SUBJECT-KEY  PIC X(15).
               10  WL-CLR-CASE-NO      PIC 9(07).
               10  WL-CLR-DATE         PIC 9(08).
               10  WL-CLR-REVIEWER-ID  PIC X(08).
               10  FILLER              PIC X(25).
