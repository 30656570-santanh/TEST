      *****************************************************************
      *  SSCFCAL - FISCAL CALENDAR
      *
      *  ONE RECORD PER FISCAL PERIOD, KEYED BY FISCAL YEAR/PERIOD.
      *  FINANCE LOADS A YEAR'S PERIODS AHEAD OF THE YEAR WITH THEIR
      *  START AND END DATES, ALL OPEN.  SSCPCLOS CLOSES THE EARLIEST
      *  OPEN PERIOD ONCE ITS END DATE IS REACHED, AND FROM THEN ON
      *  SSCRWHPI, SSCOOMNT, SSCSHRVL AND SSCCYCPT REFUSE ANY
      *  ACTIVITY DATED INSIDE IT.  PERIODS MUST NOT OVERLAP.
      *****************************************************************
       01  SSCFCAL-RECORD.
           05  SSCFCAL-KEY.
               10  SSCFCAL-FISCAL-YEAR   PIC 9(04).
               10  SSCFCAL-FISCAL-PERIOD PIC 9(02).
           05  SSCFCAL-START-DATE        PIC X(08)  VALUE SPACES.
           05  SSCFCAL-END-DATE          PIC X(08)  VALUE SPACES.
      *        FIRST AND LAST CALENDAR DAY OF THE PERIOD, YYYYMMDD
           05  SSCFCAL-STATUS-SW         PIC X(01)  VALUE 'O'.
               88  SSCFCAL-IS-OPEN                    VALUE 'O'.
               88  SSCFCAL-IS-CLOSED                  VALUE 'C'.
           05  SSCFCAL-CLOSE-DATE        PIC X(08)  VALUE SPACES.
      *        RUN DATE OF THE SSCPCLOS RUN THAT CLOSED THE PERIOD
