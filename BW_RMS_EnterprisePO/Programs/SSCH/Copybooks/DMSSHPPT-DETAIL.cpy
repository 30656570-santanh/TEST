      *****************************************************************
      *  SHIP POINT DETAIL
      *
      *   ONE '065' DETAIL PER SUPPLIER SHIP POINT - A LOCATION THE
      *   SUPPLIER IS APPROVED TO SHIP FROM, AS DISTINCT FROM THE
      *   MAILING ADDRESS CARRIED ON THE '231' SUPPLIER ADDRESS.
      *
      *   DEPLOYED COPY MEMBER -- KEEP IN SYNC WITH THE DESIGN
      *   RESOURCE UNDER SharedResources/Copybook/SSCH/DMSSHPPT-DETAIL.cpy
      *****************************************************************
       01  DMSSHPPT-DETAIL.
           05  DMSSHPPT-RECORD-TYPE        PIC X(03)   VALUE SPACES.
      ***      REQUIRED - RECORD ID - '065'
           05  DMSSHPPT-SUPPLIER-NBR       PIC X(06)   VALUE SPACES.
      ***      REQUIRED - SAME AS DMSSUPADR-SUPPLIER-NBR
           05  DMSSHPPT-SHIP-POINT-NBR     PIC 9(03)   VALUE ZEROES.
      ***      REQUIRED - SHIP POINT NUMBER WITHIN THE SUPPLIER
           05  DMSSHPPT-SHIP-POINT-NAME    PIC X(30)   VALUE SPACES.
      ***      REQUIRED
           05  DMSSHPPT-ADDRESS-LINE-1     PIC X(30)   VALUE SPACES.
           05  DMSSHPPT-CITY               PIC X(20)   VALUE SPACES.
           05  DMSSHPPT-STATE              PIC X(02)   VALUE SPACES.
           05  DMSSHPPT-ZIP-CODE           PIC X(10)   VALUE SPACES.
           05  DMSSHPPT-ACTIVE-SW          PIC X(01)   VALUE 'Y'.
      ***      REQUIRED - Y = APPROVED TO SHIP FROM, N = NOT
