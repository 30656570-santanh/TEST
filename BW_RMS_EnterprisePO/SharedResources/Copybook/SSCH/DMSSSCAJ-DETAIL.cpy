      *****************************************************************
      *  SSC OLD INVENTORY ADJUSTMENT DETAIL
      *
      *   ONE '105' DETAIL PER ADJUSTMENT POSTED AGAINST SSC
      *   INVENTORY UNDER THE OLD ADJUSTMENT PROCESS - SAME SHAPE AS
      *   THE '102' RWH DETAIL (DMSRWHAJ-DETAIL).  CONSUMED BY
      *   SSCSHRVL, WHICH PRICES EACH ADJUSTMENT AT THE LATEST '116'
      *   UNIT COST AND JOURNALS THE SHRINK OR GAIN.
      *
      *   DEPLOYED COPY MEMBER -- KEEP IN SYNC WITH THE DESIGN
      *   RESOURCE UNDER SharedResources/Copybook/SSCH/DMSSSCAJ-DETAIL.cpy
      *****************************************************************
       01  DMSSSCAJ-DETAIL.
           05  DMSSSCAJ-RECORD-TYPE        PIC X(03)   VALUE SPACES.
      ***      REQUIRED - RECORD ID - '105'
           05  DMSSSCAJ-ITEM-NBR           PIC X(19)   VALUE SPACES.
      ***      REQUIRED
      *** {B1} - BREAK DOWN OF ITEM NUMBER, SAME AS DMSSSCPO-ITEM-NBR
           05  DMSSSCAJ-ITEM-NBR-DTL REDEFINES
                  DMSSSCAJ-ITEM-NBR.
               10 DMSSSCAJ-ITEM-SSC-UNIT-NBR PIC 9(5).
      ***         SSC UNIT NUMBER WITH CHECK DIGIT
               10 DMSSSCAJ-ITEM-SUBDIVISION  PIC 9(3).
               10 DMSSSCAJ-ITEM-LOT          PIC 9(4).
               10 DMSSSCAJ-ITEM-LINE         PIC 9(4).
               10 DMSSSCAJ-ITEM-SKU          PIC 9(3).
      ***         SKU NUMBER WITH CHECK DIGIT
           05  DMSSSCAJ-LOCATION-CODE      PIC X(02)   VALUE SPACES.
      ***      REQUIRED - SSC LOCATION CODE WHERE THE ADJUSTMENT
      ***      POSTED
           05  DMSSSCAJ-ADJUST-SIGN        PIC X(01)   VALUE SPACES.
      ***      REQUIRED - '+' = UNITS ADDED TO STOCK
      ***                 '-' = UNITS REMOVED FROM STOCK
           05  DMSSSCAJ-UNITS              PIC 9(09)   VALUE ZEROES.
      ***      REQUIRED - UNSIGNED ADJUSTMENT QUANTITY
           05  DMSSSCAJ-REASON-CODE        PIC X(03)   VALUE SPACES.
      ***      SSC ADJUSTMENT REASON CODE, CARRIED FOR REPORTING
           05  DMSSSCAJ-TRANS-DATE         PIC X(08)   VALUE SPACES.
      ***      DATE THE ADJUSTMENT POSTED, YYYYMMDD
           05  DMSSSCAJ-TRANS-TIME         PIC X(06)   VALUE SPACES.
      ***      TIME THE ADJUSTMENT POSTED, HHMMSS
