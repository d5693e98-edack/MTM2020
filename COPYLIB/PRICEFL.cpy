      *---------------------------------------------------------------*
       01  PRICE-FILE-RECORD.
      *---------------------------------------------------------------*
      *    VENDOR BASE PRICE BY INSTRUMENT TYPE AND QUALITY, ONE ROW
      *    PER VENDOR.  ROWS ARE EFFECTIVE-DATED IN THE SHIPRATE
      *    STYLE: A PRICE CHANGE LOADED BY PRICEIMP CLOSES OUT THE
      *    OPEN ROW (EFFECTIVE-TO 99999999) THE DAY BEFORE THE NEW
      *    PRICE TAKES EFFECT AND ADDS A NEW OPEN ROW.  A ROW WITH NO
      *    DATES IS TREATED AS IN EFFECT FROM THE BEGINNING AND
      *    STILL OPEN.  READERS USE ONLY THE ROWS IN EFFECT ON THE
      *    BUSINESS DATE.
           05  PF-INSTRUMENT-TYPE      PIC X(06).
           05  PF-INSTRUMENT-QUALITY   PIC X(01).
           05  PF-BASE-PRICE           PIC 9(07)V99.
           05  PF-VENDOR-CODE          PIC X(03).
           05  PF-EFF-FROM-DATE        PIC 9(08).
           05  PF-EFF-TO-DATE          PIC 9(08).
           05  FILLER                  PIC X(45).
