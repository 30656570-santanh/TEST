      *****************************************************************
      *  SSCWINV - WAREHOUSE PO VENDOR INVOICE RECORD
      *
      *  ONE RECORD PER VENDOR INVOICE LINE FOR A WAREHOUSE ORDER,
      *  ON ITS OWN FILE (WHINVOIC).  THE FIRST 68 BYTES FOLLOW THE
      *  SSCVINV DIRECT-SHIP INVOICE LAYOUT SO THE SAME AP EXTRACT
      *  FEEDS BOTH; DIRECT-PO-LINE IS LEFT BLANK AND THE ALLOC/ITEM
      *  OF THE SSCOOM ORDER LINE BEING BILLED IS APPENDED.  READ BY
      *  SSCWHSTL ONLY, WHICH MATCHES IT THREE WAYS AGAINST SSCOOM
      *  ORDERED AND RECEIVED UNITS.
      *****************************************************************
       01  SSCWINV-RECORD.
           05  SSCWINV-INVOICE-NBR      PIC X(10).
           05  SSCWINV-SUPPLIER-NBR     PIC X(06)  VALUE SPACES.
           05  SSCWINV-BULK-NBR         PIC X(08)  VALUE SPACES.
      *        SAME AS SSCOOM-BULK-NBR
           05  SSCWINV-DIRECT-PO-LINE   PIC X(03)  VALUE SPACES.
      *        BLANK - A DIRECT-SHIP LINE HERE IS COUNTED AND SKIPPED
           05  SSCWINV-UNITS            PIC 9(09)  VALUE ZERO.
           05  SSCWINV-UNIT-PRICE       PIC 9(06)V99 VALUE ZERO.
      *        INVOICED MERCHANDISE PRICE PER UNIT
           05  SSCWINV-UNIT-FREIGHT     PIC 9(06)V99 VALUE ZERO.
      *        INVOICED SHIPPING CHARGE PER UNIT
           05  SSCWINV-UNIT-TAX         PIC 9(06)V99 VALUE ZERO.
      *        INVOICED TAX PER UNIT
           05  SSCWINV-INVOICE-DATE     PIC X(08)  VALUE SPACES.
           05  SSCWINV-ALLOC-NBR        PIC X(08)  VALUE SPACES.
      *        SAME AS SSCOOM-ALLOC-NBR
           05  SSCWINV-ITEM-NBR         PIC X(19)  VALUE SPACES.
      *        SAME AS SSCOOM-ITEM-NBR
