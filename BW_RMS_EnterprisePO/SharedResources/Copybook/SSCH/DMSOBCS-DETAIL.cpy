      *****************************************************************
      *  OUTBOUND ORDER CASE DETAIL
      *
      *   ONE '821' DETAIL PER CASE SHIPPED OUT OF THE SSC TO A STORE
      *   ON THE '82X OUTBOUND ORDER CASES' FILE.  THE CASE CARRIES
      *   THE BULK / ALLOC / ITEM OF THE STORE ALLOCATION IT WAS
      *   PICKED AGAINST (THE SAME KEY AS THE '031' ORDER LINE).
      *
      *   DEPLOYED COPY MEMBER -- KEEP IN SYNC WITH THE DESIGN
      *   RESOURCE UNDER SharedResources/Copybook/SSCH/DMSOBCS-DETAIL.cpy
      *****************************************************************
       01  DMSOBCS-DETAIL.
           05  DMSOBCS-RECORD-TYPE         PIC X(03)   VALUE SPACES.
      ***      REQUIRED - RECORD ID - '821'
           05  DMSOBCS-CASE-NBR            PIC X(10)   VALUE SPACES.
      ***      REQUIRED - CASE/CARTON NUMBER THE UNITS SHIPPED IN
           05  DMSOBCS-BULK-NBR            PIC X(08)   VALUE SPACES.
      ***      REQUIRED - SAME AS DMSSSCPO-ITEM-BULK-NBR
           05  DMSOBCS-ALLOC-NBR           PIC X(08)   VALUE SPACES.
      ***      REQUIRED - SAME AS DMSSSCPO-ITEM-ALLOC-NBR
           05  DMSOBCS-ITEM-NBR            PIC X(19)   VALUE SPACES.
      ***      REQUIRED - SAME AS DMSSSCPO-ITEM-NBR
           05  DMSOBCS-STORE-NBR           PIC X(05)   VALUE SPACES.
      ***      REQUIRED - STORE THE CASE SHIPPED TO
           05  DMSOBCS-UNITS               PIC 9(09)   VALUE ZEROES.
      ***      REQUIRED - UNITS IN THE CASE
           05  DMSOBCS-LOCATION-CODE       PIC X(02)   VALUE SPACES.
      ***      SSC LOCATION CODE THE CASE SHIPPED FROM
           05  DMSOBCS-TRANS-DATE          PIC X(08)   VALUE SPACES.
      ***      DATE THE CASE SHIPPED, YYYYMMDD
           05  DMSOBCS-TRANS-TIME          PIC X(06)   VALUE SPACES.
      ***      TIME THE CASE SHIPPED, HHMMSS
