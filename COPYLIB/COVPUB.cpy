      *---------------------------------------------------------------*
       01  COV-PUBLICATION-RECORD.
      *---------------------------------------------------------------*
      *    WEEKLY OPEN-DATA PUBLICATION EXTRACT (DD PUBEXTR), 80-BYTE
      *    FIXED RECORDS, WRITTEN BY COVPUBX AND MANIFESTED ON
      *    XMITMANF AS FILE ID COVPUBX.
      *
      *      H  ONE HEADER      - FILE ID, BUSINESS DATE, FIRST AND
      *                           LAST WEEK-ENDING DATE, THRESHOLD
      *      D  ONE PER STATE AND WEEK, THEN ONE 'US' ROW PER WEEK
      *                           CARRYING THE NATIONAL TOTAL
      *      T  ONE TRAILER     - DETAIL COUNT, VALUES WITHHELD, HASH
      *
      *    WEEKS RUN MONDAY THROUGH SUNDAY AND ARE DATED BY THE SUNDAY.
      *    ONLY COMPLETE WEEKS ARE PUBLISHED.  EACH MEASURE IS A WEEKLY
      *    SUM OF THE DAILY INCREASES: 1 = NEW CASES, 2 = NEW DEATHS,
      *    3 = NEW HOSPITALIZATIONS, 4 = NEW TESTS.  A WITHHELD VALUE
      *    IS PUBLISHED AS ZERO WITH ITS FLAG SET:
      *      SPACE  PUBLISHED
      *      S      SMALL COUNT - BETWEEN 1 AND THE THRESHOLD
      *      C      COMPLEMENTARY - WITHHELD SO A SMALL COUNT CANNOT
      *             BE DERIVED FROM THE NATIONAL TOTAL
      *    THE TRAILER HASH IS THE SUM OF ALL PUBLISHED VALUES.
           05  PUB-RECORD-TYPE         PIC X(01).
               88  PUB-HEADER              VALUE 'H'.
               88  PUB-DETAIL              VALUE 'D'.
               88  PUB-TRAILER             VALUE 'T'.
           05  PUB-DETAIL-DATA.
               10  PUB-STATE           PIC X(02).
               10  PUB-WEEK-ENDING     PIC 9(08).
               10  PUB-MEASURES.
                   15  PUB-CASES       PIC 9(09).
                   15  PUB-CASES-FLAG  PIC X(01).
                   15  PUB-DEATHS      PIC 9(09).
                   15  PUB-DEATHS-FLAG PIC X(01).
                   15  PUB-HOSP        PIC 9(09).
                   15  PUB-HOSP-FLAG   PIC X(01).
                   15  PUB-TESTS       PIC 9(09).
                   15  PUB-TESTS-FLAG  PIC X(01).
               10  PUB-MEASURE-TABLE REDEFINES PUB-MEASURES.
                   15  PUB-MEASURE     OCCURS 4 TIMES.
                       20  PUB-VALUE   PIC 9(09).
                       20  PUB-FLAG    PIC X(01).
               10  FILLER              PIC X(29).
           05  PUB-HEADER-DATA REDEFINES PUB-DETAIL-DATA.
               10  PUB-HDR-FILE-ID     PIC X(08).
               10  PUB-HDR-BUSINESS-DATE
                                       PIC 9(08).
               10  PUB-HDR-FIRST-WEEK  PIC 9(08).
               10  PUB-HDR-LAST-WEEK   PIC 9(08).
               10  PUB-HDR-THRESHOLD   PIC 9(05).
               10  FILLER              PIC X(42).
           05  PUB-TRAILER-DATA REDEFINES PUB-DETAIL-DATA.
               10  PUB-TRL-DETAIL-COUNT
                                       PIC 9(07).
               10  PUB-TRL-WITHHELD-COUNT
                                       PIC 9(07).
               10  PUB-TRL-HASH-TOTAL  PIC 9(15).
               10  FILLER              PIC X(50).
