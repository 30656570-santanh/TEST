      *****************************************************************
      *  SSCDIRV - DI REALLOCATION REVISION HISTORY RECORD
      *
      *  ONE RECORD IS WRITTEN BY SSCOOMNT EACH TIME AN '030 SSC
      *  ORDERS' LINE ARRIVES WITH A HIGHER DMSSSCPO-ITEM-DI-SEQ-NBR
      *  THAN THE SSCOOM LINE CARRIES - DMS HAS RE-CUT THE
      *  ALLOCATION AND THE NEW QUANTITY SUPERSEDES THE OLD ONE.
      *  BEFORE/AFTER SEQUENCE AND ORDERED UNITS ARE KEPT SO THE
      *  RESTATEMENT CAN BE TRACED.  THE FILE IS EXTENDED RUN OVER
      *  RUN AS A PERMANENT HISTORY; SSCDICHR REPORTS THE CHURN BY
      *  SUPPLIER AND BULK PO.
      *****************************************************************
       01  SSCDIRV-RECORD.
           05  SSCDIRV-REVISION-DATE         PIC X(08)  VALUE SPACES.
           05  SSCDIRV-REVISION-TIME         PIC X(06)  VALUE SPACES.
           05  SSCDIRV-BULK-NBR              PIC X(08)  VALUE SPACES.
           05  SSCDIRV-ALLOC-NBR             PIC X(08)  VALUE SPACES.
           05  SSCDIRV-ITEM-NBR              PIC X(19)  VALUE SPACES.
      *        SSCOOM-KEY OF THE LINE RESTATED
           05  SSCDIRV-SUPPLIER-NBR          PIC X(06)  VALUE SPACES.
           05  SSCDIRV-STORE-NBR             PIC X(05)  VALUE SPACES.
           05  SSCDIRV-PRIOR-DI-SEQ-NBR      PIC 9(02)  VALUE ZERO.
           05  SSCDIRV-NEW-DI-SEQ-NBR        PIC 9(02)  VALUE ZERO.
           05  SSCDIRV-PRIOR-ORDERED-UNITS   PIC 9(09)  VALUE ZERO.
           05  SSCDIRV-NEW-ORDERED-UNITS     PIC 9(09)  VALUE ZERO.
           05  SSCDIRV-RELIEVED-UNITS        PIC 9(09)  VALUE ZERO.
      *        RECEIVED + RTV UNITS ON THE LINE WHEN IT WAS RE-CUT
           05  SSCDIRV-PRIOR-STATUS-SW       PIC X(01)  VALUE SPACES.
           05  SSCDIRV-NEW-STATUS-SW         PIC X(01)  VALUE SPACES.
      *        SSCOOM-STATUS-SW BEFORE AND AFTER THE RESTATEMENT
