      *****************************************************************
      *  SSCCMAN - CARTON CONTENT MANIFEST
      *
      *  ONE RECORD PER ITEM PACKED IN A STORE CARTON, KEYED BY
      *  CARTON NBR (DMSCTNBR-CARTON-NBR) THEN THE BULK / ALLOC / ITEM
      *  OF THE ALLOCATION IT WAS PACKED FOR, SO A START ON THE CARTON
      *  NUMBER ALONE LISTS EVERYTHING IN THE BOX.  BUILT BY SSCCTNMF
      *  FROM THE '085 CARTON TRANSACTIONS' FEED.  THE CHECK SWITCHES
      *  RECORD WHAT THE RECONCILIATION FOUND WHEN THE LINE WAS
      *  FIRST PACKED.  THE LAST PACK DATE/TIME MOVES FORWARD WITH
      *  EVERY PACK AND REMOVAL APPLIED - SSCCTNMF SKIPS A TRANSACTION
      *  DATED NO LATER THAN IT AS ALREADY APPLIED.
      *****************************************************************
       01  SSCCMAN-RECORD.
           05  SSCCMAN-KEY.
               10  SSCCMAN-CARTON-NBR    PIC X(10).
               10  SSCCMAN-BULK-NBR      PIC X(08).
               10  SSCCMAN-ALLOC-NBR     PIC X(08).
               10  SSCCMAN-ITEM-NBR      PIC X(19).
           05  SSCCMAN-STORE-NBR         PIC X(05)  VALUE SPACES.
           05  SSCCMAN-LOCATION-CODE     PIC X(02)  VALUE SPACES.
           05  SSCCMAN-UNITS             PIC 9(09)  VALUE ZERO.
           05  SSCCMAN-FIRST-PACK-DATE   PIC X(08)  VALUE SPACES.
           05  SSCCMAN-LAST-PACK-DATE    PIC X(08)  VALUE SPACES.
           05  SSCCMAN-LAST-PACK-TIME    PIC X(06)  VALUE SPACES.
           05  SSCCMAN-ISSUED-SW         PIC X(01)  VALUE 'Y'.
               88  SSCCMAN-NBR-WAS-ISSUED             VALUE 'Y'.
               88  SSCCMAN-NBR-NOT-ISSUED             VALUE 'N'.
           05  SSCCMAN-ALLOC-CHECK-SW    PIC X(01)  VALUE 'Y'.
               88  SSCCMAN-IN-STORE-ALLOC             VALUE 'Y'.
               88  SSCCMAN-NOT-IN-STORE-ALLOC         VALUE 'N'.
