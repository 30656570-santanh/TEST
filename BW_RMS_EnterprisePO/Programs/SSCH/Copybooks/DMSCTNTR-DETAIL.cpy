      *****************************************************************
      *  CARTON TRANSACTION DETAIL
      *
      *   ONE '085' DETAIL PER ITEM PACKED INTO (OR TAKEN BACK OUT
      *   OF) A STORE CARTON.  THE CARTON NUMBER IS THE ONE DMS ISSUED
      *   ON THE '170' CARTON NBR REQUEST (DMSCTNBR-CARTON-NBR); THE
      *   BULK / ALLOC / ITEM IS THE '031' STORE ALLOCATION THE UNITS
      *   WERE PICKED FOR.
      *
      *   DEPLOYED COPY MEMBER -- KEEP IN SYNC WITH THE DESIGN
      *   RESOURCE UNDER SharedResources/Copybook/SSCH/DMSCTNTR-DETAIL.cpy
      *****************************************************************
       01  DMSCTNTR-DETAIL.
           05  DMSCTNTR-RECORD-TYPE        PIC X(03)   VALUE SPACES.
      ***      REQUIRED - RECORD ID - '085'
           05  DMSCTNTR-CARTON-NBR         PIC X(10)   VALUE SPACES.
      ***      REQUIRED - CARTON NUMBER, SAME AS DMSCTNBR-CARTON-NBR
           05  DMSCTNTR-TRANS-CD           PIC X(01)   VALUE SPACES.
      ***      REQUIRED - 'P' UNITS PACKED INTO THE CARTON
      ***                 'R' UNITS REMOVED FROM THE CARTON
           05  DMSCTNTR-BULK-NBR           PIC X(08)   VALUE SPACES.
      ***      REQUIRED - SAME AS DMSSSCPO-ITEM-BULK-NBR
           05  DMSCTNTR-ALLOC-NBR          PIC X(08)   VALUE SPACES.
      ***      REQUIRED - SAME AS DMSSSCPO-ITEM-ALLOC-NBR
           05  DMSCTNTR-ITEM-NBR           PIC X(19)   VALUE SPACES.
      ***      REQUIRED - SAME AS DMSSSCPO-ITEM-NBR
           05  DMSCTNTR-STORE-NBR          PIC X(05)   VALUE SPACES.
      ***      REQUIRED - STORE THE CARTON IS ADDRESSED TO
           05  DMSCTNTR-UNITS              PIC 9(09)   VALUE ZEROES.
      ***      REQUIRED - UNITS PACKED OR REMOVED
           05  DMSCTNTR-LOCATION-CODE      PIC X(02)   VALUE SPACES.
      ***      SSC LOCATION CODE
           05  DMSCTNTR-TRANS-DATE         PIC X(08)   VALUE SPACES.
      ***      DATE PACKED, YYYYMMDD
           05  DMSCTNTR-TRANS-TIME         PIC X(06)   VALUE SPACES.
      ***      TIME PACKED, HHMMSS
