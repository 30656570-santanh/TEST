      *****************************************************************
      *  SSCSHPT - SUPPLIER SHIP-POINT MASTER
      *
      *  KEYED BY SUPPLIER NUMBER (SSCSUPA-SUPPLIER-NBR) / SHIP POINT
      *  NUMBER.  LOADED FROM '065 SHIPPOINT FILE' BY SSCSHPLD, WHICH
      *  ONLY ACCEPTS SHIP POINTS FOR SUPPLIERS ALREADY ON SSCSUPA.
      *  AN ACTIVE SHIP POINT IS AN APPROVED ORIGIN FOR INBOUND
      *  FREIGHT; SSCSHPXR REPORTS ACTIVE SUPPLIERS WITH OPEN ORDERS
      *  AND NO ACTIVE SHIP POINT.
      *****************************************************************
       01  SSCSHPT-RECORD.
           05  SSCSHPT-KEY.
               10  SSCSHPT-SUPPLIER-NBR  PIC X(06).
               10  SSCSHPT-SHIP-POINT-NBR
                                         PIC 9(03).
           05  SSCSHPT-SHIP-POINT-NAME   PIC X(30)  VALUE SPACES.
           05  SSCSHPT-ACTIVE-SW         PIC X(01)  VALUE 'Y'.
               88  SSCSHPT-IS-ACTIVE                  VALUE 'Y'.
               88  SSCSHPT-IS-INACTIVE                VALUE 'N'.
           05  SSCSHPT-LAST-LOAD-DATE    PIC X(08)  VALUE SPACES.
           05  SSCSHPT-ADDRESS-LINE-1    PIC X(30)  VALUE SPACES.
           05  SSCSHPT-CITY              PIC X(20)  VALUE SPACES.
           05  SSCSHPT-STATE             PIC X(02)  VALUE SPACES.
           05  SSCSHPT-ZIP-CODE          PIC X(10)  VALUE SPACES.
