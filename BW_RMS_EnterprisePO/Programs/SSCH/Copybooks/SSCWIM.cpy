      *****************************************************************
      *  SSCWIM - WAREHOUSE PO INVOICE MATCH MASTER
      *
      *  ONE RECORD PER SSCOOM WAREHOUSE ORDER LINE THAT HAS BEEN
      *  BILLED, KEYED BY BULK NBR / ALLOC NBR / ITEM NBR LIKE THE
      *  ORDER BOOK ITSELF.  SSCWHSTL POSTS EVERY WAREHOUSE INVOICE
      *  LINE HERE, SO INVOICED UNITS ACCUMULATE ACROSS NIGHTS AND A
      *  LINE BILLED LAST MONTH IS NOT RE-REPORTED AS NEVER INVOICED.
      *  THE THREE-WAY MATCH READS ORDERED AND RECEIVED UNITS FROM
      *  SSCOOM AND INVOICED UNITS AND DOLLARS FROM HERE.
      *****************************************************************
       01  SSCWIM-RECORD.
           05  SSCWIM-KEY.
               10  SSCWIM-BULK-NBR       PIC X(08).
               10  SSCWIM-ALLOC-NBR      PIC X(08).
               10  SSCWIM-ITEM-NBR       PIC X(19).
           05  SSCWIM-SUPPLIER-NBR       PIC X(06)  VALUE SPACES.
           05  SSCWIM-INVOICED-UNITS     PIC 9(09)  VALUE ZERO.
           05  SSCWIM-INVOICED-AMOUNT    PIC 9(09)V99 VALUE ZERO.
      *        SUM OF INVOICE UNITS * UNIT PRICE ACROSS ALL INVOICES
           05  SSCWIM-LAST-INVOICE-NBR   PIC X(10)  VALUE SPACES.
      *        LATEST INVOICE POSTED TO THE LINE.  DUPLICATES ARE
      *        CAUGHT ON THE SSCWIAP INVOICE-APPLIED FILE
           05  SSCWIM-LAST-UNIT-PRICE    PIC 9(06)V99 VALUE ZERO.
           05  SSCWIM-FIRST-INVOICE-DATE PIC X(08)  VALUE SPACES.
           05  SSCWIM-LAST-INVOICE-DATE  PIC X(08)  VALUE SPACES.
