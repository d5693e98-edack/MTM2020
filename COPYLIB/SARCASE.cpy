      *---------------------------------------------------------------*
       01  SAR-CASE-RECORD.
      *---------------------------------------------------------------*
      *    SUSPICIOUS ACTIVITY CASE FILE, CARRIED FORWARD BY SARMON
      *    FROM SARCASE TO SARCASEN EACH RUN.  A C RECORD IS THE CASE
      *    FOR ONE ACCOUNT; IT IS FOLLOWED BY ONE T RECORD FOR EACH
      *    ACCTAUDT CHANGE THAT TRIGGERED A RULE.  SC-THRU-STAMP IS
      *    THE LATEST TRIGGER ON THE CASE: ACTIVITY UP TO IT IS NOT
      *    RAISED AGAIN, OPEN OR CLOSED.  CASES STAY OPEN UNTIL AN
      *    ANALYST CLOSES THEM ON SARCLOSE.
           05  SC-RECORD-TYPE          PIC X(01).
               88  SC-CASE-REC             VALUE 'C'.
               88  SC-TRIGGER-REC          VALUE 'T'.
           05  SC-CASE-NO              PIC 9(07).
           05  SC-CASE-BODY.
               10  SC-ACCT-NO          PIC X(08).
               10  SC-CUST-ID          PIC X(08).
               10  SC-CASE-STATUS      PIC X(01).
                   88  SC-CASE-OPEN        VALUE 'O'.
                   88  SC-CASE-CLOSED      VALUE 'C'.
               10  SC-OPEN-DATE        PIC 9(08).
               10  SC-UPDATE-DATE      PIC 9(08).
               10  SC-SCORE            PIC 9(04).
               10  SC-RULES-HIT        PIC X(12).
               10  SC-THRU-STAMP.
                   15  SC-THRU-DATE    PIC 9(08).
                   15  SC-THRU-TIME    PIC 9(08).
               10  SC-CLOSED-DATE      PIC 9(08).
               10  SC-ANALYST-ID       PIC X(08).
               10  SC-DISPOSITION      PIC X(01).
                   88  SC-NO-ACTION        VALUE 'N'.
                   88  SC-SAR-FILED        VALUE 'F'.
               10  FILLER              PIC X(30).
           05  SC-TRIGGER-BODY REDEFINES SC-CASE-BODY.
               10  ST-ACCT-NO          PIC X(08).
               10  ST-AUDIT-STAMP.
                   15  ST-AUDIT-DATE   PIC 9(08).
                   15  ST-AUDIT-TIME   PIC 9(08).
               10  ST-TRANS-CODE       PIC X(01).
               10  ST-REF-NO           PIC X(07).
               10  ST-MOVEMENT         PIC S9(7)V99 COMP-3.
               10  ST-OLD-LIMIT        PIC S9(7)V99 COMP-3.
               10  ST-NEW-LIMIT        PIC S9(7)V99 COMP-3.
               10  ST-RULES-HIT        PIC X(12).
               10  FILLER              PIC X(53).
