      *  BEFORE RE-BASELINING, SO AN ACTIVITY FILE THAT WAS ACCEPTED
      *  BUT NEVER POSTED SURFACES AS A BOOK-VS-SNAPSHOT VARIANCE
      *  INSTEAD OF AS SHRINK AT THE NEXT PHYSICAL INVENTORY.
      *
      *  THE '116 RWH INV VALUATION' FEED ALSO POSTS THE LATEST UNIT
      *  COST FOR THE ITEM/LOCATION HERE, SO EVERY PROGRAM THAT HAS
      *  TO PUT A DOLLAR VALUE ON UNITS PRICES THEM ALIKE.
      *****************************************************************
       01  SSCPINV-RECORD.
           05  SSCPINV-KEY.
           05  SSCPINV-LAST-SNAPSHOT-DATE PIC X(08) VALUE SPACES.
           05  SSCPINV-LAST-SNAPSHOT-UNITS PIC 9(09) VALUE ZERO.
           05  SSCPINV-LAST-ACTIVITY-DATE PIC X(08) VALUE SPACES.
      *    LATEST '116' COST - APPENDED AFTER LAST-ACTIVITY-DATE SO
      *    EXISTING READERS KEEP THEIR OFFSETS.  ZERO UNTIL THE FIRST
      *    VALUATION FOR THE ITEM/LOCATION IS POSTED.
           05  SSCPINV-UNIT-COST         PIC 9(07)V99 VALUE ZERO.
           05  SSCPINV-COST-DATE         PIC X(08)  VALUE SPACES.
      *    CYCLE-COUNT FIELDS - APPENDED AFTER COST-DATE SO EXISTING
      *    READERS KEEP THEIR OFFSETS.  SPACES ON A RECORD WRITTEN
      *    BEFORE THEY EXISTED ARE TAKEN AS NO VARIANCES, NO CLASS
      *    AND NEVER COUNTED.
           05  SSCPINV-VARIANCE-COUNT    PIC 9(05)  VALUE ZERO.
      *        BOOK-VS-SNAPSHOT VARIANCES SSCRWHPI HAS FOUND ON THIS
      *        ITEM/LOCATION - WEIGHTS THE SSCCYCPL ABC RANKING
           05  SSCPINV-LAST-VARIANCE-DATE PIC X(08) VALUE SPACES.
           05  SSCPINV-ABC-CLASS         PIC X(01)  VALUE SPACES.
               88  SSCPINV-IS-CLASS-A                 VALUE 'A'.
               88  SSCPINV-IS-CLASS-B                 VALUE 'B'.
               88  SSCPINV-IS-CLASS-C                 VALUE 'C'.
      *            SET BY SSCCYCPL EACH NIGHT FROM '116' EXTENDED
      *            VALUE WEIGHTED BY VARIANCE COUNT
           05  SSCPINV-LAST-COUNT-DATE   PIC X(08)  VALUE SPACES.
      *        DATE OF THE LAST CYCLE COUNT POSTED BY SSCCYCPT
