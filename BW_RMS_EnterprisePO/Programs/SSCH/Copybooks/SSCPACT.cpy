      *****************************************************************
      *  SSCPACT - FISCAL PERIOD INVENTORY ACTIVITY
      *
      *  ONE RECORD PER FISCAL PERIOD / LOCATION / ACTIVITY TYPE,
      *  ACCUMULATED AS THE ACTIVITY POSTS SO THE PERIOD-END ROLL-
      *  FORWARD DOES NOT HAVE TO BE REBUILT FROM FOUR LISTINGS.
      *  THE PERIOD IS THE ONE THE ACTIVITY IS DATED IN ON SSCFCAL.
      *
      *    'RCV' - WAREHOUSE PO RECEIPTS      (SSCOOMNT, '141')
      *    'RTV' - RETURN-TO-VENDOR CASES     (SSCOOMNT, '145')
      *    'ADJ' - INVENTORY ADJUSTMENTS      (SSCRWHPI, '102';
      *            SSCCYCPT, POSTED CYCLE COUNT VARIANCES)
      *    'XFI' - TRANSFERS IN               (SSCRWHPI, '122')
      *    'XFO' - TRANSFERS OUT              (SSCRWHPI, '122')
      *    'END' - BOOK AT PERIOD CLOSE       (SSCPCLOS) - THE NEXT
      *            PERIOD'S BEGINNING BOOK
      *
      *  DOLLARS ARE UNITS AT THE SSCPINV '116' UNIT COST WHEN THE
      *  ACTIVITY POSTED.
      *****************************************************************
       01  SSCPACT-RECORD.
           05  SSCPACT-KEY.
               10  SSCPACT-FISCAL-YEAR   PIC 9(04).
               10  SSCPACT-FISCAL-PERIOD PIC 9(02).
               10  SSCPACT-LOCATION-CODE PIC X(02).
               10  SSCPACT-ACTIVITY-CD   PIC X(03).
                   88  SSCPACT-IS-RECEIPT             VALUE 'RCV'.
                   88  SSCPACT-IS-RTV                 VALUE 'RTV'.
                   88  SSCPACT-IS-ADJUSTMENT          VALUE 'ADJ'.
                   88  SSCPACT-IS-TRANSFER-IN         VALUE 'XFI'.
                   88  SSCPACT-IS-TRANSFER-OUT        VALUE 'XFO'.
                   88  SSCPACT-IS-ENDING-BOOK         VALUE 'END'.
           05  SSCPACT-UNITS             PIC S9(11) VALUE ZERO.
           05  SSCPACT-AMOUNT            PIC S9(11)V99 VALUE ZERO.
           05  SSCPACT-LAST-POST-DATE    PIC X(08)  VALUE SPACES.
           05  SSCPACT-LAST-POST-PGM     PIC X(08)  VALUE SPACES.
