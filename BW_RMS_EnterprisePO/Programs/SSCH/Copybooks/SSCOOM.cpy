      *            SET BY SSCORDST FROM A '035 ORDER STATUS' FULL
      *            CANCEL - THE LINE WILL NEVER SHIP AND NO LONGER
      *            APPEARS ON THE ON-ORDER POSITION REPORT
      *    DIRECT-SHIP MARKER - APPENDED AFTER STATUS-SW SO EXISTING
      *    READERS KEEP THEIR OFFSETS.  CARRIED FROM THE ORIGINAL
      *    ORDER LINE'S DMSSSCPO-DIRECT-PO-LINE; SPACES MEANS A
      *    WAREHOUSE (RWH) ORDER LINE.
           05  SSCOOM-DIRECT-PO-LINE     PIC X(03)  VALUE SPACES.
               88  SSCOOM-IS-WAREHOUSE-PO             VALUE SPACES.
      *    DI REALLOCATION SEQUENCE - APPENDED AFTER DIRECT-PO-LINE.
      *    DMSSSCPO-ITEM-DI-SEQ-NBR OF THE ORDER LINE NOW IN FORCE.
      *    SSCOOMNT TAKES A HIGHER SEQUENCE AS A REVISION THAT
      *    RESTATES ORDERED UNITS (LOGGED ON SSCDIRV) AND REJECTS A
      *    LOWER OR REPEATED ONE AS STALE.  SPACES ON A LINE WRITTEN
      *    BEFORE THE FIELD EXISTED ARE TAKEN AS SEQUENCE 00.
           05  SSCOOM-DI-SEQ-NBR         PIC 9(02)  VALUE ZERO.
