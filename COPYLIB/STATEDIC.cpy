      *---------------------------------------------------------------*
       01  STATE-DICTIONARY-VALUES.
      *---------------------------------------------------------------*
      *    DATA DICTIONARY FOR THE STATE HISTORY RECORD (STATEFL) AS
      *    UNSTRUNG INTO STR-RECORD-IN.  ONE ENTRY PER CSV COLUMN, IN
      *    COLUMN ORDER: FIELD NAME (THE STATEFL DATA NAME WITHOUT ITS
      *    STR- PREFIX), TYPE (N = NUMERIC, A = ALPHANUMERIC), OFFSET
      *    WITHIN STR-RECORD-IN AND LENGTH.  ANY CHANGE TO STATEFL
      *    MUST BE CARRIED HERE.
           05  FILLER PIC X(26) VALUE 'DATE                N00108'.
           05  FILLER PIC X(26) VALUE 'STATE               A00902'.
           05  FILLER PIC X(26) VALUE 'CASE-POSITIVE       N01108'.
           05  FILLER PIC X(26) VALUE 'CASE-PROBOBALE      N01907'.
           05  FILLER PIC X(26) VALUE 'CASE-NEGATIVE       N02608'.
           05  FILLER PIC X(26) VALUE 'CASE-PENDING        N03408'.
           05  FILLER PIC X(26) VALUE 'TOT-TEST-RES-SRC    A04220'.
           05  FILLER PIC X(26) VALUE 'TOT-TEST-RESULTS    N06209'.
           05  FILLER PIC X(26) VALUE 'HOSPITAL-CURR       N07107'.
           05  FILLER PIC X(26) VALUE 'HOSPITAL-TOT        N07807'.
           05  FILLER PIC X(26) VALUE 'ICU-CURR            N08507'.
           05  FILLER PIC X(26) VALUE 'ICU-TOT             N09207'.
           05  FILLER PIC X(26) VALUE 'VENT-CURR           N09907'.
           05  FILLER PIC X(26) VALUE 'VENT-TOT            N10607'.
           05  FILLER PIC X(26) VALUE 'RECOVERED           N11307'.
           05  FILLER PIC X(26) VALUE 'DATA-GRADE          A12001'.
           05  FILLER PIC X(26) VALUE 'DATE-UPDATED        A12120'.
           05  FILLER PIC X(26) VALUE 'DATE-MODIFIED       A14120'.
           05  FILLER PIC X(26) VALUE 'CHECK-TIME          A16120'.
           05  FILLER PIC X(26) VALUE 'DEATH               N18106'.
           05  FILLER PIC X(26) VALUE 'HOSPTALIZED         N18707'.
           05  FILLER PIC X(26) VALUE 'CHECK-DATE          A19420'.
           05  FILLER PIC X(26) VALUE 'TOT-TESTS-VIRAL     N21409'.
           05  FILLER PIC X(26) VALUE 'POS-TESTS-VIRAL     N22309'.
           05  FILLER PIC X(26) VALUE 'NEG-TESTS-VIRAL     N23209'.
           05  FILLER PIC X(26) VALUE 'POS-CASES-VIRAL     N24109'.
           05  FILLER PIC X(26) VALUE 'DEATH-CONFIRMED     N25006'.
           05  FILLER PIC X(26) VALUE 'DEATH-PROBABLE      N25606'.
           05  FILLER PIC X(26) VALUE 'TOT-TEST-ENCNTR-V   N26209'.
           05  FILLER PIC X(26) VALUE 'TOT-TEST-PEOPLE-V   N27109'.
           05  FILLER PIC X(26) VALUE 'TOT-TEST-ANTIBODY   N28009'.
           05  FILLER PIC X(26) VALUE 'POS-TEST-ANTIBODY   N28909'.
           05  FILLER PIC X(26) VALUE 'NEG-TEST-ANTIBODY   N29809'.
           05  FILLER PIC X(26) VALUE 'TOT-TEST-ANTIBODY-P N30709'.
           05  FILLER PIC X(26) VALUE 'POS-TEST-ANTIBODY-P N31609'.
           05  FILLER PIC X(26) VALUE 'NEG-TEST-ANTIBODY-P N32509'.
           05  FILLER PIC X(26) VALUE 'TOT-TEST-ANTIGEN-P  N33409'.
           05  FILLER PIC X(26) VALUE 'POS-TEST-ANTIGEN-P  N34309'.
           05  FILLER PIC X(26) VALUE 'TOT-TEST-ANTIGEN    N35209'.
           05  FILLER PIC X(26) VALUE 'POS-TEST-ANTIGEN    N36109'.
           05  FILLER PIC X(26) VALUE 'FIPS-NUMBER         N37002'.
           05  FILLER PIC X(26) VALUE 'POSITIVE-INCREASE   N37206'.
           05  FILLER PIC X(26) VALUE 'NEGATIVE-INCREASE   N37806'.
           05  FILLER PIC X(26) VALUE 'TOTAL               N38407'.
           05  FILLER PIC X(26) VALUE 'TOT-TEST-INCREASE   N39106'.
           05  FILLER PIC X(26) VALUE 'POS-NEG             N39707'.
           05  FILLER PIC X(26) VALUE 'DEATH-INCREASE      N40407'.
           05  FILLER PIC X(26) VALUE 'HOSPITAL-INCREASE   N41106'.
           05  FILLER PIC X(26) VALUE 'HASH                A41735'.
           05  FILLER PIC X(26) VALUE 'COMMERCIAL-SCORE    N45201'.
           05  FILLER PIC X(26) VALUE 'NEG-REG-SCORE       N45301'.
           05  FILLER PIC X(26) VALUE 'NEGATIVE-SCORE      N45401'.
           05  FILLER PIC X(26) VALUE 'POSITIVE-SCORE      N45501'.
           05  FILLER PIC X(26) VALUE 'SCORE               N45601'.
           05  FILLER PIC X(26) VALUE 'GRADE               A45701'.
       01  STATE-DICTIONARY-TABLE REDEFINES STATE-DICTIONARY-VALUES.
           05  STATE-DICTIONARY-ENTRY OCCURS 55 TIMES
                           INDEXED BY DICT-INDEX.
               10  DICT-FIELD-NAME         PIC X(20).
               10  DICT-FIELD-TYPE         PIC X(01).
                   88  DICT-NUMERIC                  VALUE 'N'.
                   88  DICT-ALPHANUMERIC             VALUE 'A'.
               10  DICT-FIELD-OFFSET       PIC 9(03).
               10  DICT-FIELD-LENGTH       PIC 9(02).
       01  STATE-DICTIONARY-COUNT          PIC 9(03) VALUE 55.
