      *****************************************************************
      *  SSCPSNP - PERIOD-END SSCPINV SNAPSHOT
      *
      *  WRITTEN BY SSCPCLOS, ONE RECORD PER SSCPINV BOOK RECORD AS
      *  IT STOOD WHEN THE FISCAL PERIOD CLOSED, SO THE MONTH-END
      *  POSITION SURVIVES THE NEXT NIGHT'S POSTING.  THE IMAGE IS
      *  THE SSCPINV RECORD AS-IS; IT IS SIZED WITH ROOM FOR FIELDS
      *  APPENDED TO SSCPINV LATER.
      *****************************************************************
       01  SSCPSNP-RECORD.
           05  SSCPSNP-FISCAL-YEAR       PIC 9(04).
           05  SSCPSNP-FISCAL-PERIOD     PIC 9(02).
           05  SSCPSNP-CLOSE-DATE        PIC X(08).
           05  SSCPSNP-EXT-VALUE         PIC S9(11)V99.
      *        BOOK UNITS AT THE UNIT COST ON THE RECORD
           05  SSCPSNP-PINV-IMAGE        PIC X(100).
