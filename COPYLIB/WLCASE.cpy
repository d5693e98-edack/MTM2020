      *---------------------------------------------------------------*
       01  WATCH-CASE-RECORD.
      *---------------------------------------------------------------*
      *    WATCH-LIST SCREENING HIT, 120-BYTE FIXED RECORDS.  EVERY
      *    SCREENING PROGRAM APPENDS ITS HITS TO WLHITS WITH THE CASE
      *    NUMBER ZERO; WLMAINT NUMBERS THEM AND CARRIES THEM ON THE
      *    COMPLIANCE CASE FILE FROM WLCASE TO WLCASEN.
      *    MATCH TYPE:  E  EXACT NAME
      *                 N  NEAR NAME - SOUNDS ALIKE, SIMILAR LENGTH,
      *                    FIRST INITIALS AGREE
      *                 P  POSSIBLE  - SOUNDS ALIKE ONLY
      *    STATUS:      H  HELD - PROBABLE HIT (E OR N), THE ITEM WAS
      *                    NOT PROCESSED; AWAITING COMPLIANCE REVIEW
      *                 L  LOGGED - POSSIBLE HIT, THE ITEM WENT AHEAD
      *                 C  CLEARED - HIT ON AN ENTRY ALREADY RELEASED
      *                    FOR THIS SUBJECT, THE ITEM WENT AHEAD
      *                 R  RELEASED BY COMPLIANCE
      *                 F  CONFIRMED MATCH BY COMPLIANCE - STAYS BLOCKED
           05  WC-CASE-NO              PIC 9(07).
           05  WC-PROGRAM-ID           PIC X(08).
           05  WC-SUBJECT-KEY          PIC X(15).
           05  WC-LAST-NAME            PIC X(20).
           05  WC-FIRST-NAME           PIC X(14).
           05  WC-AMOUNT               PIC 9(07)V99.
           05  WC-MATCH-TYPE           PIC X(01).
               88  WC-EXACT-MATCH          VALUE 'E'.
               88  WC-NEAR-MATCH           VALUE 'N'.
               88  WC-POSSIBLE-MATCH       VALUE 'P'.
           05  WC-ENTRY-ID             PIC X(08).
           05  WC-LIST-SOURCE          PIC X(01).
           05  WC-STATUS               PIC X(01).
               88  WC-HELD                 VALUE 'H'.
               88  WC-LOGGED               VALUE 'L'.
               88  WC-CLEARED              VALUE 'C'.
               88  WC-RELEASED             VALUE 'R'.
               88  WC-CONFIRMED            VALUE 'F'.
               88  WC-OPEN-FOR-REVIEW      VALUE 'H' 'L'.
           05  WC-SCREEN-DATE          PIC 9(08).
           05  WC-SCREEN-TIME          PIC 9(08).
           05  WC-REVIEW-DATE          PIC 9(08).
           05  WC-REVIEWER-ID          PIC X(08).
           05  FILLER                  PIC X(04).
