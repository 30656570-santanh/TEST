      *****************************************************************
      *  SSCWIAP - WAREHOUSE INVOICE LINES APPLIED
      *
      *  ONE RECORD PER WAREHOUSE INVOICE LINE SSCWHSTL HAS POSTED
      *  TO SSCWIM, KEYED BY SUPPLIER / INVOICE NBR / BULK / ALLOC /
      *  ITEM.  AN INVOICE LINE ALREADY ON THIS FILE - A RERUN OF THE
      *  WHINVOIC FILE, OR AN EARLIER INVOICE RE-PRESENTED AFTER THE
      *  LINE HAS BEEN BILLED AGAIN - IS REPORTED AS A DUPLICATE AND
      *  NOT POSTED A SECOND TIME.
      *****************************************************************
       01  SSCWIAP-RECORD.
           05  SSCWIAP-KEY.
               10  SSCWIAP-SUPPLIER-NBR  PIC X(06).
               10  SSCWIAP-INVOICE-NBR   PIC X(10).
               10  SSCWIAP-BULK-NBR      PIC X(08).
               10  SSCWIAP-ALLOC-NBR     PIC X(08).
               10  SSCWIAP-ITEM-NBR      PIC X(19).
           05  SSCWIAP-UNITS             PIC 9(09)  VALUE ZERO.
           05  SSCWIAP-UNIT-PRICE        PIC 9(06)V99 VALUE ZERO.
           05  SSCWIAP-INVOICE-DATE      PIC X(08)  VALUE SPACES.
           05  SSCWIAP-APPLIED-DATE      PIC X(08)  VALUE SPACES.
      *        RUN DATE OF THE SSCWHSTL RUN THAT POSTED THE LINE
