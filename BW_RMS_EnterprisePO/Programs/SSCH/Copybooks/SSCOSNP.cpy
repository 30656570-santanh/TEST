      *****************************************************************
      *  SSCOSNP - PERIOD-END SSCOOM SNAPSHOT
      *
      *  WRITTEN BY SSCPCLOS, ONE RECORD PER SSCOOM ORDER LINE AS IT
      *  STOOD WHEN THE FISCAL PERIOD CLOSED.  THE IMAGE IS THE
      *  SSCOOM RECORD AS-IS; IT IS SIZED WITH ROOM FOR FIELDS
      *  APPENDED TO SSCOOM LATER.
      *****************************************************************
       01  SSCOSNP-RECORD.
           05  SSCOSNP-FISCAL-YEAR       PIC 9(04).
           05  SSCOSNP-FISCAL-PERIOD     PIC 9(02).
           05  SSCOSNP-CLOSE-DATE        PIC X(08).
           05  SSCOSNP-OOM-IMAGE         PIC X(150).
