      *---------------------------------------------------------------*
       9670-LOAD-WATCH-LIST.
      *---------------------------------------------------------------*
      *    THE ACTIVE WATCH-LIST NAMES ARE HELD NORMALIZED AND CODED
      *    SO EACH SUBJECT IS SCREENED WITHOUT REREADING THE FILE.
      *    THE HIT LOG STAYS OPEN FOR THE RUN; 9699 CLOSES IT.
           OPEN INPUT WATCH-LIST-FILE.
           PERFORM 9672-READ-WATCH-LIST.
           PERFORM 9671-STORE-WATCH-RECORD
               UNTIL WS-WATCHLST-EOF.
           CLOSE WATCH-LIST-FILE.
           OPEN EXTEND WATCH-HIT-FILE.
      *---------------------------------------------------------------*
       9671-STORE-WATCH-RECORD.
      *---------------------------------------------------------------*
           IF  WL-ENTRY-REC
           AND WL-ACTIVE
               IF  WATCH-LIST-COUNT < 5000
                   ADD 1               TO WATCH-LIST-COUNT
                   SET WLT-INDEX       TO WATCH-LIST-COUNT
                   MOVE WL-ENTRY-ID    TO WLT-ENTRY-ID(WLT-INDEX)
                   MOVE WL-LIST-SOURCE TO WLT-LIST-SOURCE(WLT-INDEX)
                   MOVE WL-LAST-NAME   TO WS-WL-NAME-IN
                   PERFORM 9675-NORMALIZE-NAME
                   MOVE WS-WL-NAME-OUT TO WLT-LAST-NORM(WLT-INDEX)
                   MOVE WS-WL-NAME-LEN TO WLT-LAST-LEN(WLT-INDEX)
                   PERFORM 9677-BUILD-SOUNDEX
                   MOVE WS-WL-SOUNDEX  TO WLT-SOUNDEX(WLT-INDEX)
                   MOVE WL-FIRST-NAME  TO WS-WL-NAME-IN
                   PERFORM 9675-NORMALIZE-NAME
                   MOVE WS-WL-NAME-OUT TO WLT-FIRST-NORM(WLT-INDEX)
               ELSE
                   DISPLAY 'WATCH LIST TABLE FULL, ENTRY NOT LOADED: '
                       WL-ENTRY-ID
               END-IF
           ELSE
               IF  WL-CLEARANCE-REC
                   IF  WATCH-CLEAR-COUNT < 2000
                       ADD 1           TO WATCH-CLEAR-COUNT
                       SET WLC-INDEX   TO WATCH-CLEAR-COUNT
                       MOVE WL-ENTRY-ID
                                   TO WLC-ENTRY-ID(WLC-INDEX)
                       MOVE WL-CLR-PROGRAM-ID
                                   TO WLC-PROGRAM-ID(WLC-INDEX)
                       MOVE WL-CLR-SUBJECT-KEY
                                   TO WLC-SUBJECT-KEY(WLC-INDEX)
                   ELSE
                       DISPLAY 'WATCH LIST CLEARANCE NOT LOADED: '
                           WL-ENTRY-ID ' ' WL-CLR-SUBJECT-KEY.
           PERFORM 9672-READ-WATCH-LIST.
      *---------------------------------------------------------------*
       9672-READ-WATCH-LIST.
      *---------------------------------------------------------------*
           READ WATCH-LIST-FILE
               AT END MOVE 'Y'         TO WS-WATCHLST-EOF-SW.
      *---------------------------------------------------------------*
       9675-NORMALIZE-NAME.
      *---------------------------------------------------------------*
      *    INPUT : WS-WL-NAME-IN.  OUTPUT: WS-WL-NAME-OUT, THE NAME
      *            IN CAPITALS WITH EVERYTHING BUT LETTERS SQUEEZED
      *            OUT (O'NEIL, O NEIL AND ONEIL ALL COME OUT ONEIL),
      *            AND ITS LENGTH IN WS-WL-NAME-LEN.
           INSPECT WS-WL-NAME-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACE                  TO WS-WL-NAME-OUT.
           MOVE ZERO                   TO WS-WL-NAME-LEN.
           PERFORM 9676-KEEP-ONE-LETTER
               VARYING WS-WL-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-WL-CHAR-SUB > 20.
      *---------------------------------------------------------------*
       9676-KEEP-ONE-LETTER.
      *---------------------------------------------------------------*
           IF  WS-WL-NAME-IN(WS-WL-CHAR-SUB:1) ALPHABETIC
           AND WS-WL-NAME-IN(WS-WL-CHAR-SUB:1) NOT = SPACE
               ADD 1                   TO WS-WL-NAME-LEN
               MOVE WS-WL-NAME-IN(WS-WL-CHAR-SUB:1)
                   TO WS-WL-NAME-OUT(WS-WL-NAME-LEN:1).
      *---------------------------------------------------------------*
       9677-BUILD-SOUNDEX.
      *---------------------------------------------------------------*
      *    INPUT : WS-WL-NAME-OUT (NORMALIZED).  OUTPUT: WS-WL-SOUNDEX.
      *    VOWELS, H, W AND Y CODE AS 0 AND ARE DROPPED; A REPEATED
      *    SOUND IS KEPT ONCE; SHORT CODES ARE PADDED WITH ZEROS.
           MOVE WS-WL-NAME-OUT         TO WS-WL-SDX-CODES.
           INSPECT WS-WL-SDX-CODES CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            TO '01230120022455012623010202'.
           MOVE '0000'                 TO WS-WL-SOUNDEX.
           MOVE WS-WL-NAME-OUT(1:1)    TO WS-WL-SOUNDEX(1:1).
           MOVE WS-WL-SDX-CODES(1:1)   TO WS-WL-SDX-LAST-CODE.
           MOVE 1                      TO WS-WL-SDX-LEN.
           PERFORM 9678-CODE-ONE-LETTER
               VARYING WS-WL-CHAR-SUB FROM 2 BY 1
                   UNTIL WS-WL-CHAR-SUB > 20
                      OR WS-WL-SDX-LEN = 4.
      *---------------------------------------------------------------*
       9678-CODE-ONE-LETTER.
      *---------------------------------------------------------------*
           MOVE WS-WL-SDX-CODES(WS-WL-CHAR-SUB:1)
                                       TO WS-WL-SDX-CODE.
           IF  WS-WL-SDX-CODE NOT = SPACE
           AND WS-WL-SDX-CODE NOT = '0'
           AND WS-WL-SDX-CODE NOT = WS-WL-SDX-LAST-CODE
               ADD 1                   TO WS-WL-SDX-LEN
               MOVE WS-WL-SDX-CODE
                                   TO WS-WL-SOUNDEX(WS-WL-SDX-LEN:1).
           MOVE WS-WL-SDX-CODE         TO WS-WL-SDX-LAST-CODE.
      *---------------------------------------------------------------*
       9680-SCREEN-SUBJECT.
      *---------------------------------------------------------------*
      *    INPUT : WS-WL-SUBJECT.  OUTPUT: WS-WL-RESULT -
      *              N  NO HIT, OR NOTHING TO SCREEN
      *              H  PROBABLE HIT (EXACT OR NEAR NAME) - HOLD THE
      *                 ITEM; A CASE IS RAISED FOR COMPLIANCE
      *              P  POSSIBLE HIT - LOGGED, THE ITEM GOES AHEAD
      *              C  HIT ALREADY RELEASED FOR THIS SUBJECT KEY -
      *                 LOGGED, THE ITEM GOES AHEAD
      *            THE BEST MATCH OVER THE WHOLE LIST IS TAKEN.
           ADD 1                       TO WS-WL-SCREENED-COUNT.
           MOVE 'N'                    TO WS-WL-RESULT.
           MOVE ZERO                   TO WS-WL-BEST-RANK.
           MOVE SPACE                  TO WS-WL-MATCH-TYPE
                                          WS-WL-MATCH-ENTRY
                                          WS-WL-MATCH-SOURCE.
           MOVE WS-WL-LAST-NAME        TO WS-WL-NAME-IN.
           PERFORM 9675-NORMALIZE-NAME.
           MOVE WS-WL-NAME-OUT         TO WS-WL-SUBJ-LAST.
           MOVE WS-WL-NAME-LEN         TO WS-WL-SUBJ-LAST-LEN.
           PERFORM 9677-BUILD-SOUNDEX.
           MOVE WS-WL-SOUNDEX          TO WS-WL-SUBJ-SOUNDEX.
           MOVE WS-WL-FIRST-NAME       TO WS-WL-NAME-IN.
           PERFORM 9675-NORMALIZE-NAME.
           MOVE WS-WL-NAME-OUT         TO WS-WL-SUBJ-FIRST.
           IF  WS-WL-SUBJ-LAST NOT = SPACE
               PERFORM 9681-MATCH-ONE-ENTRY
                   VARYING WLT-INDEX FROM 1 BY 1
                       UNTIL WLT-INDEX > WATCH-LIST-COUNT
                          OR WS-WL-BEST-RANK = 3
               IF  WS-WL-BEST-RANK > ZERO
                   PERFORM 9685-DISPOSE-HIT.
      *---------------------------------------------------------------*
       9681-MATCH-ONE-ENTRY.
      *---------------------------------------------------------------*
      *    RANK 3 EXACT, 2 NEAR, 1 POSSIBLE, 0 NO MATCH.  A BLANK
      *    FIRST NAME ON EITHER SIDE AGREES WITH ANY FIRST NAME.
           MOVE ZERO                   TO WS-WL-RANK.
           IF  WLT-LAST-NORM(WLT-INDEX) = WS-WL-SUBJ-LAST
               IF  WLT-FIRST-NORM(WLT-INDEX) = SPACE
               OR  WLT-FIRST-NORM(WLT-INDEX) = WS-WL-SUBJ-FIRST
                   MOVE 3              TO WS-WL-RANK
               ELSE
                   PERFORM 9682-CHECK-NEAR-MATCH
               END-IF
           ELSE
               IF  WLT-SOUNDEX(WLT-INDEX) = WS-WL-SUBJ-SOUNDEX
                   PERFORM 9682-CHECK-NEAR-MATCH.
           IF  WS-WL-RANK > WS-WL-BEST-RANK
               MOVE WS-WL-RANK         TO WS-WL-BEST-RANK
               MOVE WLT-ENTRY-ID(WLT-INDEX)    TO WS-WL-MATCH-ENTRY
               MOVE WLT-LIST-SOURCE(WLT-INDEX) TO WS-WL-MATCH-SOURCE.
      *---------------------------------------------------------------*
       9682-CHECK-NEAR-MATCH.
      *---------------------------------------------------------------*
      *    THE LAST NAMES SOUND ALIKE.  IT IS A NEAR MATCH WHEN THEY
      *    ARE ALSO WITHIN TWO LETTERS IN LENGTH AND THE FIRST
      *    INITIALS AGREE; OTHERWISE ONLY A POSSIBLE ONE.
           MOVE 1                      TO WS-WL-RANK.
           COMPUTE WS-WL-LEN-DIFF =
               WLT-LAST-LEN(WLT-INDEX) - WS-WL-SUBJ-LAST-LEN.
           IF  WS-WL-LEN-DIFF NOT > 2
           AND WS-WL-LEN-DIFF NOT < -2
               IF  WLT-FIRST-NORM(WLT-INDEX) = SPACE
               OR  WS-WL-SUBJ-FIRST = SPACE
               OR  WLT-FIRST-NORM(WLT-INDEX)(1:1) =
                   WS-WL-SUBJ-FIRST(1:1)
                   MOVE 2              TO WS-WL-RANK.
      *---------------------------------------------------------------*
       9685-DISPOSE-HIT.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WATCH-CASE-RECORD.
           ADD 1                       TO WS-WL-HIT-COUNT.
           EVALUATE WS-WL-BEST-RANK
               WHEN 3
                   MOVE 'E'            TO WS-WL-MATCH-TYPE
                   MOVE 'EXACT   '     TO WHL-MATCH-TYPE
               WHEN 2
                   MOVE 'N'            TO WS-WL-MATCH-TYPE
                   MOVE 'NEAR    '     TO WHL-MATCH-TYPE
               WHEN OTHER
                   MOVE 'P'            TO WS-WL-MATCH-TYPE
                   MOVE 'POSSIBLE'     TO WHL-MATCH-TYPE
           END-EVALUATE.
           SET WLC-INDEX TO 1.
           SEARCH WATCH-CLEAR-TABLE
               AT END
                   CONTINUE
               WHEN WLC-INDEX > WATCH-CLEAR-COUNT
                   CONTINUE
               WHEN WLC-ENTRY-ID(WLC-INDEX) = WS-WL-MATCH-ENTRY
               AND  WLC-PROGRAM-ID(WLC-INDEX) = WS-WL-PROGRAM-ID
               AND  WLC-SUBJECT-KEY(WLC-INDEX) = WS-WL-SUBJECT-KEY
                   MOVE 'C'            TO WS-WL-RESULT.
           IF  WS-WL-CLEARED
               ADD 1                   TO WS-WL-CLEARED-COUNT
               MOVE 'C'                TO WC-STATUS
               MOVE 'CLEARED '         TO WHL-ACTION
           ELSE
               IF  WS-WL-BEST-RANK > 1
                   MOVE 'H'            TO WS-WL-RESULT
                                          WC-STATUS
                   ADD 1               TO WS-WL-HOLD-COUNT
                   MOVE 'HELD    '     TO WHL-ACTION
               ELSE
                   MOVE 'P'            TO WS-WL-RESULT
                   MOVE 'L'            TO WC-STATUS
                   MOVE 'LOGGED  '     TO WHL-ACTION.
           PERFORM 9690-WRITE-WATCH-HIT.
      *---------------------------------------------------------------*
       9690-WRITE-WATCH-HIT.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WC-CASE-NO
                                          WC-REVIEW-DATE.
           MOVE SPACE                  TO WC-REVIEWER-ID.
           MOVE WS-WL-PROGRAM-ID       TO WC-PROGRAM-ID.
           MOVE WS-WL-SUBJECT-KEY      TO WC-SUBJECT-KEY
                                          WHL-SUBJECT-KEY.
           MOVE WS-WL-LAST-NAME        TO WC-LAST-NAME
                                          WHL-LAST-NAME.
           MOVE WS-WL-FIRST-NAME       TO WC-FIRST-NAME
                                          WHL-FIRST-NAME.
           MOVE WS-WL-AMOUNT           TO WC-AMOUNT
                                          WHL-AMOUNT.
           MOVE WS-WL-MATCH-TYPE       TO WC-MATCH-TYPE.
           MOVE WS-WL-MATCH-ENTRY      TO WC-ENTRY-ID
                                          WHL-ENTRY-ID.
           MOVE WS-WL-MATCH-SOURCE     TO WC-LIST-SOURCE.
           MOVE WS-WL-SCREEN-DATE      TO WC-SCREEN-DATE.
           ACCEPT WC-SCREEN-TIME       FROM TIME.
           WRITE WATCH-HIT-RECORD      FROM WATCH-CASE-RECORD.
      *---------------------------------------------------------------*
       9699-CLOSE-WATCH-LIST.
      *---------------------------------------------------------------*
           CLOSE WATCH-HIT-FILE.
           DISPLAY 'WATCH LIST - SUBJECTS SCREENED : '
               WS-WL-SCREENED-COUNT.
           DISPLAY 'WATCH LIST - HITS / HELD       : '
               WS-WL-HIT-COUNT ' / ' WS-WL-HOLD-COUNT.
