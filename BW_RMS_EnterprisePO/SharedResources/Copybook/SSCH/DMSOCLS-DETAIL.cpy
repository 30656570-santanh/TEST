      *****************************************************************
      *  ORDER CLOSURE STATUS DETAIL
      *
      *   ONE '036' DETAIL PER SSCOOM ORDER LINE WHOSE STATUS CHANGED
      *   ON OUR SIDE - CLOSED WITHIN TOLERANCE, FORCE-CLOSED OR
      *   REOPENED BY THE RECEIVING DESK, OR CANCELLED FROM A '035'
      *   ORDER STATUS DETAIL.  SENT BACK TO DMS ON THE '036 SSC
      *   ORDER CLOSURE' FILE SO DMS CLOSES ITS DI AND STOPS
      *   REALLOCATING AGAINST A LINE WE NO LONGER HOLD OPEN.  THE
      *   OUTBOUND COUNTERPART OF THE '035' ORDER STATUS DETAIL.
      *
      *   DEPLOYED COPY MEMBER -- KEEP IN SYNC WITH THE DESIGN
      *   RESOURCE UNDER SharedResources/Copybook/SSCH/DMSOCLS-DETAIL.cpy
      *****************************************************************
       01  DMSOCLS-DETAIL.
           05  DMSOCLS-RECORD-TYPE         PIC X(03)   VALUE '036'.
      ***      REQUIRED - RECORD ID - '036'
           05  DMSOCLS-BULK-NBR            PIC X(08)   VALUE SPACES.
      ***      REQUIRED - SAME AS DMSSSCPO-ITEM-BULK-NBR
           05  DMSOCLS-ALLOC-NBR           PIC X(08)   VALUE SPACES.
      ***      REQUIRED - SAME AS DMSSSCPO-ITEM-ALLOC-NBR
           05  DMSOCLS-ITEM-NBR            PIC X(19)   VALUE SPACES.
      ***      REQUIRED - SAME AS DMSSSCPO-ITEM-NBR
           05  DMSOCLS-STATUS-CODE         PIC X(01)   VALUE SPACES.
      ***      REQUIRED - STATUS OF THE LINE AFTER THE CHANGE -
      ***                 O = OPEN, C = CLOSED, X = CANCELLED
           05  DMSOCLS-PRIOR-STATUS-CODE   PIC X(01)   VALUE SPACES.
      ***      REQUIRED - STATUS OF THE LINE BEFORE THE CHANGE
           05  DMSOCLS-CHANGE-REASON       PIC X(01)   VALUE SPACES.
      ***      REQUIRED - T = CLOSED WITHIN TOLERANCE
      ***                 R = REOPENED - NO LONGER WITHIN TOLERANCE
      ***                 F = FORCE-CLOSED BY THE RECEIVING DESK
      ***                 O = REOPENED BY THE RECEIVING DESK
      ***                 X = CANCELLED FROM A '035' DETAIL
           05  DMSOCLS-STORE-NBR           PIC X(05)   VALUE SPACES.
      ***      STORE OF THE ORDER LINE
           05  DMSOCLS-SUPPLIER-NBR        PIC X(06)   VALUE SPACES.
      ***      SUPPLIER OF THE ORDER LINE
           05  DMSOCLS-ORDERED-UNITS       PIC 9(09)   VALUE ZEROES.
      ***      REQUIRED - ORDERED UNITS AFTER THE CHANGE
           05  DMSOCLS-RECEIVED-UNITS      PIC 9(09)   VALUE ZEROES.
      ***      REQUIRED - UNITS RECEIVED TO DATE
           05  DMSOCLS-RTV-UNITS           PIC 9(09)   VALUE ZEROES.
      ***      REQUIRED - UNITS RETURNED TO VENDOR TO DATE
           05  DMSOCLS-TRANS-DATE          PIC X(08)   VALUE SPACES.
      ***      REQUIRED - DATE OF THE STATUS CHANGE, YYYYMMDD
           05  DMSOCLS-TRANS-TIME          PIC X(06)   VALUE SPACES.
      ***      REQUIRED - TIME OF THE STATUS CHANGE, HHMMSS
           05  DMSOCLS-CHANGE-ID           PIC X(29)   VALUE SPACES.
      ***      REQUIRED - UNIQUE ID OF THE CHANGE (DATE, TIME,
      ***      PROGRAM AND RUN SEQUENCE).  EACH CHANGE IS SENT IN
      ***      ONE DETAIL ONLY
