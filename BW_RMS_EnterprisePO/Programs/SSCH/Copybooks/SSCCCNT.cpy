      *****************************************************************
      *  SSCCCNT - CYCLE-COUNT RESULT TRANSACTION RECORD
      *
      *  ONE RECORD PER ITEM/LOCATION COUNTED OFF AN SSCCYCPL DAILY
      *  COUNT LIST, KEYED BY THE COUNTER.  SSCCYCPT POSTS THE
      *  DIFFERENCE BETWEEN THE COUNT AND THE SSCPINV BOOK AS AN
      *  ADJUSTMENT AND AUDITS EVERY COUNT TO SSCCAUD, ACCURATE OR
      *  NOT, SO COUNT ACCURACY CAN BE MEASURED.
      *****************************************************************
       01  SSCCCNT-RECORD.
           05  SSCCCNT-ITEM-NBR              PIC X(19).
           05  SSCCCNT-LOCATION-CODE         PIC X(02).
      *        SSCPINV-KEY OF THE ITEM/LOCATION COUNTED
           05  SSCCCNT-COUNTED-UNITS         PIC X(09).
      *        MUST BE NUMERIC
           05  SSCCCNT-COUNT-DATE            PIC X(08).
      *        DATE THE SHELF WAS COUNTED - PLACES THE ADJUSTMENT IN
      *        ITS FISCAL PERIOD.  SPACES MEANS THE RUN DATE.
           05  SSCCCNT-USER-ID               PIC X(08).
      *        REQUIRED - OPERATOR WHO COUNTED
