      *****************************************************************
      *  SSCCAUD - CYCLE-COUNT AUDIT RECORD
      *
      *  ONE RECORD IS WRITTEN BY SSCCYCPT FOR EVERY COUNT POSTED TO
      *  THE SSCPINV BOOK - INCLUDING COUNTS THAT AGREED WITH THE
      *  BOOK - SHOWING WHO COUNTED, THE BOOK BEFORE THE COUNT, THE
      *  COUNT AND THE VARIANCE POSTED.  THE FILE IS EXTENDED RUN
      *  OVER RUN AS A PERMANENT AUDIT TRAIL AND IS THE SOURCE OF
      *  THE COUNT-ACCURACY REPORT BY LOCATION AND ABC CLASS.
      *****************************************************************
       01  SSCCAUD-RECORD.
           05  SSCCAUD-POST-DATE             PIC X(08)  VALUE SPACES.
           05  SSCCAUD-POST-TIME             PIC X(06)  VALUE SPACES.
           05  SSCCAUD-COUNT-DATE            PIC X(08)  VALUE SPACES.
           05  SSCCAUD-USER-ID               PIC X(08)  VALUE SPACES.
           05  SSCCAUD-APPROVER-ID           PIC X(08)  VALUE SPACES.
      *        SECOND USER WHEN THE VARIANCE NEEDED DUAL CONTROL
           05  SSCCAUD-ITEM-NBR              PIC X(19)  VALUE SPACES.
           05  SSCCAUD-LOCATION-CODE         PIC X(02)  VALUE SPACES.
           05  SSCCAUD-ABC-CLASS             PIC X(01)  VALUE SPACES.
      *        SSCPINV-ABC-CLASS WHEN THE COUNT WAS POSTED
           05  SSCCAUD-BOOK-UNITS            PIC S9(09) VALUE ZERO.
           05  SSCCAUD-COUNTED-UNITS         PIC 9(09)  VALUE ZERO.
           05  SSCCAUD-VARIANCE-UNITS        PIC S9(09) VALUE ZERO.
      *        COUNTED LESS BOOK - THE ADJUSTMENT POSTED
           05  SSCCAUD-UNIT-COST             PIC 9(07)V99 VALUE ZERO.
           05  SSCCAUD-VARIANCE-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  SSCCAUD-RESULT-CODE           PIC X(01)  VALUE SPACES.
               88  SSCCAUD-COUNT-ACCURATE             VALUE 'A'.
      *            VARIANCE WITHIN THE ACCURACY TOLERANCE
               88  SSCCAUD-COUNT-INACCURATE           VALUE 'V'.
