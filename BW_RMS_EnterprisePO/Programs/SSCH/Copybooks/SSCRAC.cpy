           05  SSCRAC-SHIPPED-UNITS     PIC 9(09)  VALUE ZERO.
           05  SSCRAC-OPENED-DATE       PIC X(08)  VALUE SPACES.
           05  SSCRAC-LAST-CASE-DATE    PIC X(08)  VALUE SPACES.
      *    ITEM OF THE ORDER LINE THAT OPENED THE RA - APPENDED AFTER
      *    LAST-CASE-DATE SO EXISTING READERS KEEP THEIR OFFSETS.
      *    SSCCHGBK VALUES AN RA CHARGEBACK AT THIS ITEM'S '116' COST.
      *    SPACES ON AN RA OPENED BEFORE THE FIELD WAS CARRIED.
           05  SSCRAC-ITEM-NBR          PIC X(19)  VALUE SPACES.
