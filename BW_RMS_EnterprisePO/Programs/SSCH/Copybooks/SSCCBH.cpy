      *****************************************************************
      *  SSCCBH - VENDOR CHARGEBACK HISTORY FILE
      *
      *  KEYED BY REASON / SUPPLIER / BULK PO / REFERENCE / ITEM, THE
      *  SAME KEY AS THE SSCCBC CANDIDATE THAT WAS BILLED.  SSCCHGBK
      *  WRITES ONE RECORD FOR EVERY CANDIDATE IT PUTS ON A DEBIT
      *  MEMO, SO A SHORTAGE OR RA THAT SHOWS UP AGAIN ON THE NEXT
      *  NIGHT'S REPORT IS RECOGNIZED AND NOT BILLED TO THE VENDOR A
      *  SECOND TIME.  A RECORD BILLED TODAY IS TAKEN AGAIN BY A
      *  SAME-DAY RERUN, SINCE THE RERUN REBUILDS TODAY'S EXTRACT.
      *****************************************************************
       01  SSCCBH-RECORD.
           05  SSCCBH-KEY.
               10  SSCCBH-REASON-CD      PIC X(03).
               10  SSCCBH-SUPPLIER-NBR   PIC X(06).
               10  SSCCBH-BULK-NBR       PIC X(08).
               10  SSCCBH-REFERENCE      PIC X(19).
               10  SSCCBH-ITEM-NBR       PIC X(19).
           05  SSCCBH-SOURCE-PGM        PIC X(08)  VALUE SPACES.
           05  SSCCBH-UNITS             PIC 9(09)  VALUE ZERO.
           05  SSCCBH-UNIT-AMOUNT       PIC 9(06)V99 VALUE ZERO.
           05  SSCCBH-EXT-AMOUNT        PIC 9(09)V99 VALUE ZERO.
           05  SSCCBH-MEMO-NBR          PIC X(10)  VALUE SPACES.
           05  SSCCBH-BILLED-DATE       PIC X(08)  VALUE SPACES.
