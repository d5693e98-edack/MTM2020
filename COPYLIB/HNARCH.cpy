      *---------------------------------------------------------------*
       01  HN-ARCHIVE-RECORD.
      *---------------------------------------------------------------*
      *    KEYED HACKER NEWS STORY ARCHIVE, WRITTEN BY HACKNEWS AND
      *    READ BY HNSTINQ AND HNVELOC.  EVERY HACKNEWS RUN ADDS ONE
      *    ROW PER STORY IN THE SNAPSHOT, KEYED BY STORY KEY AND THE
      *    CAPTURE DATE AND TIME OF THE RUN, WITH THE VOTES AND
      *    COMMENTS AT THAT MOMENT.  EACH RUN ALSO ADDS ONE CAPTURE
      *    ROW (STORY KEY 'CAPTURE*') WITH THE NUMBER OF STORIES IN
      *    THE SNAPSHOT, SO A STORY'S DROP-OFF IS THE FIRST CAPTURE
      *    AFTER ITS LAST ROW.
           05  HA-KEY.
               10  HA-STORY-KEY        PIC X(08).
                   88  HA-CAPTURE-ROW      VALUE 'CAPTURE*'.
               10  HA-CAPTURE-DATE     PIC 9(08).
               10  HA-CAPTURE-TIME     PIC 9(06).
           05  HA-STORY-DATA.
               10  HA-VOTES            PIC 9(04).
               10  HA-COMMENTS         PIC 9(04).
               10  HA-TITLE            PIC X(80).
               10  HA-AUTHOR           PIC X(15).
               10  HA-CREATED-DATE     PIC X(16).
           05  HA-CAPTURE-DATA REDEFINES HA-STORY-DATA.
               10  HA-CAPTURE-STORIES  PIC 9(05).
               10  FILLER              PIC X(114).
           05  FILLER                  PIC X(09).
