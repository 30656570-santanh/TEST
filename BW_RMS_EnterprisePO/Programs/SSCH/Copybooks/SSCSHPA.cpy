      *****************************************************************
      *  SSCSHPA - STORE ALLOCATION SHIPPED-UNITS ACCUMULATOR
      *
      *  ONE RECORD PER SSCOOM STORE ALLOCATION THAT HAS HAD AT LEAST
      *  ONE '821' OUTBOUND CASE SHIPPED AGAINST IT, KEYED THE SAME AS
      *  SSCOOM (BULK NBR / ALLOC NBR / ITEM NBR).  WRITTEN BY
      *  SSCSHPFR.  KEPT APART FROM SSCOOM SO THE ORDER BOOK'S
      *  EXISTING READERS AND WRITERS ARE UNTOUCHED.  AN ALLOCATION
      *  WITH NO RECORD HERE HAS NEVER SHIPPED.
      *****************************************************************
       01  SSCSHPA-RECORD.
           05  SSCSHPA-KEY.
               10  SSCSHPA-BULK-NBR      PIC X(08).
               10  SSCSHPA-ALLOC-NBR     PIC X(08).
               10  SSCSHPA-ITEM-NBR      PIC X(19).
           05  SSCSHPA-STORE-NBR         PIC X(05)  VALUE SPACES.
           05  SSCSHPA-SHIPPED-UNITS     PIC 9(09)  VALUE ZERO.
           05  SSCSHPA-SHIPPED-CASES     PIC 9(07)  VALUE ZERO.
           05  SSCSHPA-FIRST-SHIP-DATE   PIC X(08)  VALUE SPACES.
           05  SSCSHPA-LAST-SHIP-DATE    PIC X(08)  VALUE SPACES.
