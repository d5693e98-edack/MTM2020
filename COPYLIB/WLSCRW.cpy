      *---------------------------------------------------------------*
       01  WATCH-LIST-SCREEN-FIELDS.
      *---------------------------------------------------------------*
      *    WATCH-LIST SCREENING.  THE CALLER FILLS THE WS-WL-SUBJECT
      *    FIELDS AND PERFORMS 9680-SCREEN-SUBJECT; WS-WL-RESULT SAYS
      *    WHETHER THE ITEM MAY GO AHEAD.  EVERY HIT IS APPENDED TO
      *    WLHITS FOR WLMAINT TO TURN INTO A COMPLIANCE CASE.
           05  WS-WATCHLST-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-WATCHLST-EOF               VALUE 'Y'.
           05  WS-WL-SUBJECT.
               10  WS-WL-PROGRAM-ID    PIC X(08).
               10  WS-WL-SUBJECT-KEY   PIC X(15).
               10  WS-WL-LAST-NAME     PIC X(20).
               10  WS-WL-FIRST-NAME    PIC X(14).
               10  WS-WL-AMOUNT        PIC 9(07)V99.
               10  WS-WL-SCREEN-DATE   PIC 9(08).
           05  WS-WL-RESULT            PIC X(01).
               88  WS-WL-NO-HIT                  VALUE 'N'.
               88  WS-WL-HOLD                    VALUE 'H'.
               88  WS-WL-POSSIBLE                VALUE 'P'.
               88  WS-WL-CLEARED                 VALUE 'C'.
           05  WS-WL-MATCH-TYPE        PIC X(01).
           05  WS-WL-MATCH-ENTRY       PIC X(08).
           05  WS-WL-MATCH-SOURCE      PIC X(01).
           05  WS-WL-RANK              PIC 9(01).
           05  WS-WL-BEST-RANK         PIC 9(01).
           05  WS-WL-SCREENED-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-WL-HIT-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-WL-HOLD-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-WL-CLEARED-COUNT     PIC 9(05) VALUE ZERO.
      *---------------------------------------------------------------*
      *    NAME NORMALIZING AND SOUND-ALIKE CODING.  A NAME IS
      *    UPPER-CASED AND STRIPPED TO ITS LETTERS, THEN CODED THE
      *    SOUNDEX WAY: THE FIRST LETTER AND THE NEXT THREE
      *    CONSONANT SOUNDS.
           05  WS-WL-NAME-IN           PIC X(20).
           05  WS-WL-NAME-OUT          PIC X(20).
           05  WS-WL-NAME-LEN          PIC 9(02).
           05  WS-WL-CHAR-SUB          PIC 9(02).
           05  WS-WL-SOUNDEX           PIC X(04).
           05  WS-WL-SDX-CODES         PIC X(20).
           05  WS-WL-SDX-CODE          PIC X(01).
           05  WS-WL-SDX-LAST-CODE     PIC X(01).
           05  WS-WL-SDX-LEN           PIC 9(01).
           05  WS-WL-LEN-DIFF          PIC S9(02).
           05  WS-WL-SUBJ-LAST         PIC X(20).
           05  WS-WL-SUBJ-LAST-LEN     PIC 9(02).
           05  WS-WL-SUBJ-FIRST        PIC X(14).
           05  WS-WL-SUBJ-SOUNDEX      PIC X(04).
      *---------------------------------------------------------------*
           05  WATCH-LIST-TABLE-FIELDS.
               10  WATCH-LIST-TABLE OCCURS 5000 TIMES
                               INDEXED BY WLT-INDEX.
                   15  WLT-ENTRY-ID    PIC X(08).
                   15  WLT-LIST-SOURCE PIC X(01).
                   15  WLT-LAST-NORM   PIC X(20).
                   15  WLT-LAST-LEN    PIC 9(02).
                   15  WLT-FIRST-NORM  PIC X(14).
                   15  WLT-SOUNDEX     PIC X(04).
               10  WATCH-LIST-COUNT    PIC 9(04) VALUE ZERO.
           05  WATCH-CLEAR-TABLE-FIELDS.
               10  WATCH-CLEAR-TABLE OCCURS 2000 TIMES
                               INDEXED BY WLC-INDEX.
                   15  WLC-ENTRY-ID    PIC X(08).
                   15  WLC-PROGRAM-ID  PIC X(08).
                   15  WLC-SUBJECT-KEY PIC X(15).
               10  WATCH-CLEAR-COUNT   PIC 9(04) VALUE ZERO.
      *---------------------------------------------------------------*
      *    ONE LINE PER HIT, PRINTED ON THE SCREENING PROGRAM'S OWN
      *    REGISTER.
           05  WATCH-LIST-HIT-LINE.
               10  FILLER              PIC X(14)
                   VALUE '** WATCH LIST '.
               10  WHL-ACTION          PIC X(08).
               10  FILLER              PIC X(05) VALUE ' KEY '.
               10  WHL-SUBJECT-KEY     PIC X(15).
               10  FILLER              PIC X(06) VALUE ' NAME '.
               10  WHL-LAST-NAME       PIC X(20).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  WHL-FIRST-NAME      PIC X(14).
               10  FILLER              PIC X(07) VALUE ' MATCH '.
               10  WHL-MATCH-TYPE      PIC X(08).
               10  FILLER              PIC X(07) VALUE ' ENTRY '.
               10  WHL-ENTRY-ID        PIC X(08).
               10  FILLER              PIC X(05) VALUE ' AMT '.
               10  WHL-AMOUNT          PIC $$,$$$,$$9.99.
               10  FILLER              PIC X(01) VALUE SPACE.
