      *****************************************************************
      *  SSCSHCA - OUTBOUND CASES APPLIED
      *
      *  ONE RECORD PER '821' OUTBOUND CASE SSCSHPFR HAS ADDED TO AN
      *  SSCSHPA STORE ALLOCATION, KEYED BY CASE NBR.  A CASE ALREADY
      *  ON THIS FILE - A RERUN OF THE WOSOBC FILE, OR A CASE SENT
      *  AGAIN ON A LATER FILE - IS REPORTED AS ALREADY APPLIED AND
      *  NOT ADDED A SECOND TIME.
      *****************************************************************
       01  SSCSHCA-RECORD.
           05  SSCSHCA-KEY.
               10  SSCSHCA-CASE-NBR      PIC X(10).
           05  SSCSHCA-BULK-NBR          PIC X(08)  VALUE SPACES.
           05  SSCSHCA-ALLOC-NBR         PIC X(08)  VALUE SPACES.
           05  SSCSHCA-ITEM-NBR          PIC X(19)  VALUE SPACES.
           05  SSCSHCA-STORE-NBR         PIC X(05)  VALUE SPACES.
           05  SSCSHCA-UNITS             PIC 9(09)  VALUE ZERO.
           05  SSCSHCA-SHIP-DATE         PIC X(08)  VALUE SPACES.
           05  SSCSHCA-APPLIED-DATE      PIC X(08)  VALUE SPACES.
      *        RUN DATE OF THE SSCSHPFR RUN THAT APPLIED THE CASE
