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
               88  EB-OUT-OF-NETWORK           VALUE 'O'.
           05  EB-OON-ALLOWED-CUT          PIC 9(07)V99.
           05  EB-OON-COINS-EXTRA          PIC 9(07)V99.
      *----------------------------------------------------------*
       FD  PRINT-FILE RECORDING MODE F.
      *----------------------------------------------------------*
                   'YOUR CLAIM WAS DECLINED : '.
               10  LRL-REASON              PIC X(20).
               10  FILLER                  PIC X(82) VALUE SPACE.
           05  LTR-PAYEE-LINE.
               10  FILLER                  PIC X(04) VALUE SPACE.
               10  FILLER                  PIC X(26) VALUE
                   'PAYMENT SENT TO PROVIDER: '.
               10  LPL-PROVIDER-NAME       PIC X(25).
               10  FILLER                  PIC X(02) VALUE ' ('.
               10  LPL-PROVIDER-CODE       PIC X(03).
               10  FILLER                  PIC X(01) VALUE ')'.
               10  FILLER                  PIC X(71) VALUE SPACE.
           05  LTR-NETWORK-LINE.
               10  FILLER                  PIC X(04) VALUE SPACE.
               10  FILLER                  PIC X(44) VALUE
                   'YOUR PROVIDER IS NOT IN OUR NETWORK.  THIS  '.
               10  FILLER                  PIC X(44) VALUE
                   'CLAIM WAS PAID AT OUT-OF-NETWORK RATES:     '.
               10  FILLER                  PIC X(40) VALUE SPACE.
           05  LTR-CLOSING-LINE.
               10  FILLER                  PIC X(04) VALUE SPACE.
               10  FILLER                  PIC X(44) VALUE
      *----------------------------------------------------------*
       01  WS-LETTER-FIELDS.
           05  WS-LETTER-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(07) VALUE ZERO.
           05  WS-RUN-LOG-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-PAID               PIC 9(08)V99 VALUE ZERO.
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               MOVE EB-COINS-AMOUNT     TO LML-AMOUNT
               MOVE LTR-AMOUNT-LINE     TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               IF  EB-OUT-OF-NETWORK
                   PERFORM 2400-PRINT-NETWORK-LINES
               END-IF
               IF  EB-PAID-TO-PROVIDER
                   MOVE 'AMOUNT PAID TO PROVIDER : ' TO LML-CAPTION
               ELSE
                   MOVE 'AMOUNT PAID TO YOU      : ' TO LML-CAPTION
               END-IF
               MOVE EB-AMOUNT-PAID      TO LML-AMOUNT
               MOVE LTR-AMOUNT-LINE     TO PRINT-LINE
               WRITE PRINT-RECORD AFTER ADVANCING 1
               IF  EB-INTEREST-AMT > ZERO
                   PERFORM 2100-PRINT-INTEREST-LINES
               END-IF
               IF  EB-OFFSET-AMT > ZERO
                   PERFORM 2300-PRINT-OFFSET-LINES
               END-IF
               IF  EB-PAID-TO-PROVIDER
                   PERFORM 2200-PRINT-PAYEE-LINE
               END-IF.
           MOVE LTR-CLOSING-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
           PERFORM 8000-READ-EOB-FEED.
      *----------------------------------------------------------*
       2100-PRINT-INTEREST-LINES.
      *----------------------------------------------------------*
      *    A CLAIM PAID AFTER THE PROMPT-PAY LIMIT CARRIES STATUTORY
      *    INTEREST, SHOWN ON ITS OWN LINE AND ADDED INTO THE TOTAL.
           MOVE 'PROMPT-PAY INTEREST     : ' TO LML-CAPTION.
           MOVE EB-INTEREST-AMT         TO LML-AMOUNT.
           MOVE LTR-AMOUNT-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           COMPUTE WS-TOTAL-PAID = EB-AMOUNT-PAID + EB-INTEREST-AMT.
           IF  EB-PAID-TO-PROVIDER
               MOVE 'TOTAL PAID TO PROVIDER  : ' TO LML-CAPTION
           ELSE
               MOVE 'TOTAL PAID TO YOU       : ' TO LML-CAPTION.
           MOVE WS-TOTAL-PAID           TO LML-AMOUNT.
           MOVE LTR-AMOUNT-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2200-PRINT-PAYEE-LINE.
      *----------------------------------------------------------*
      *    THE INSURED ASSIGNED THIS CLAIM'S BENEFITS, SO THE LETTER
      *    NAMES THE PROVIDER THE PAYMENT WAS SENT TO.
           MOVE EB-PROVIDER-NAME        TO LPL-PROVIDER-NAME.
           MOVE EB-PROVIDER-CODE        TO LPL-PROVIDER-CODE.
           MOVE LTR-PAYEE-LINE          TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 2.
      *----------------------------------------------------------*
       2300-PRINT-OFFSET-LINES.
      *----------------------------------------------------------*
      *    PART OR ALL OF THE PAYMENT WAS KEPT BACK TO RECOVER AN
      *    EARLIER CLAIM WE OVERPAID ON THIS POLICY.
           MOVE 'OVERPAYMENT RECOVERED   : ' TO LML-CAPTION.
           MOVE EB-OFFSET-AMT           TO LML-AMOUNT.
           MOVE LTR-AMOUNT-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           COMPUTE WS-TOTAL-PAID =
               EB-AMOUNT-PAID + EB-INTEREST-AMT - EB-OFFSET-AMT.
           MOVE 'NET AMOUNT SENT TO YOU  : ' TO LML-CAPTION.
           MOVE WS-TOTAL-PAID           TO LML-AMOUNT.
           MOVE LTR-AMOUNT-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       2400-PRINT-NETWORK-LINES.
      *----------------------------------------------------------*
      *    THE PROVIDER WAS OUT OF OUR NETWORK, SO THE CLAIM WAS
      *    ALLOWED LESS AND THE INSURED'S COINSURANCE SHARE WAS
      *    HIGHER.  THE LETTER SHOWS WHAT THAT COST THE INSURED.
           MOVE LTR-NETWORK-LINE        TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE 'ALLOWED AMOUNT REDUCED  : ' TO LML-CAPTION.
           MOVE EB-OON-ALLOWED-CUT      TO LML-AMOUNT.
           MOVE LTR-AMOUNT-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
           MOVE 'EXTRA COINSURANCE       : ' TO LML-CAPTION.
           MOVE EB-OON-COINS-EXTRA      TO LML-AMOUNT.
           MOVE LTR-AMOUNT-LINE         TO PRINT-LINE.
           WRITE PRINT-RECORD AFTER ADVANCING 1.
      *----------------------------------------------------------*
       3900-WRITE-RUN-LOG-RECORD.
      *----------------------------------------------------------*
                   PRINT-FILE
                   RUN-LOG-FILE.
           DISPLAY 'EOBLTRS - LETTERS PRODUCED : ' WS-LETTER-COUNT.
           DISPLAY 'EOBLTRS - HELD, NO LETTER  : ' WS-HELD-COUNT.
      *----------------------------------------------------------*
       8000-READ-EOB-FEED.
      *----------------------------------------------------------*
      *    A PAYMENT HELD FOR WATCH-LIST REVIEW GETS NO LETTER - IT
      *    GOES OUT WITH THE PAID EOB MIDTERM WRITES ON ITS RELEASE.
           PERFORM 8010-READ-NEXT-EOB.
           PERFORM 8010-READ-NEXT-EOB
               UNTIL END-OF-FILE
                  OR NOT EB-HELD.
      *----------------------------------------------------------*
       8010-READ-NEXT-EOB.
      *----------------------------------------------------------*
           READ EOB-FEED-FILE
               AT END MOVE 'Y'          TO END-OF-FILE-SW.
           IF  NOT END-OF-FILE
           AND EB-HELD
               ADD 1                    TO WS-HELD-COUNT.
