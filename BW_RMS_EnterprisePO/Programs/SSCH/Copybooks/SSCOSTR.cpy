      *****************************************************************
      *  SSCOSTR - ORDER CLOSURE FEED RUN-STATE RECORD
      *
      *  A ONE-RECORD FILE WRITTEN BY SSCOSTOB (DD OSTSTATE).  THE RUN
      *  STAMP IS THE RUN DATE/TIME EVERY SSCOSCH CHANGE IN THE RUN'S
      *  OSTDTL IS STAMPED WITH.
      *
      *    'I' - IN-FLIGHT.  WRITTEN BEFORE THE FIRST CHANGE IS
      *          STAMPED.  STILL ON FILE AT THE NEXT START MEANS THE
      *          RUN DIED BEFORE OSTDTL WAS COMPLETE - THE RERUN
      *          ADOPTS THE SAME RUN STAMP AND REBUILDS OSTDTL.
      *    'S' - SENT.  OSTDTL IS COMPLETE AND AWAITS THE SSCOSTEV
      *          ENVELOPE STEP.  UNTIL THE SSCRUNL LEDGER SHOWS
      *          SSCOSTEV ENDED CLEAN AFTER THE RUN STAMP, THE NEXT RUN
      *          HOLDS OSTDTL UNTOUCHED, STAMPS NOTHING AND ENDS RC 4.
      *****************************************************************
       01  SSCOSTR-RECORD.
           05  SSCOSTR-RUN-STATE         PIC X(01)  VALUE SPACE.
               88  SSCOSTR-IN-FLIGHT                 VALUE 'I'.
               88  SSCOSTR-AWAITING-ENVELOPE         VALUE 'S'.
           05  SSCOSTR-RUN-STAMP.
               10  SSCOSTR-RUN-DATE      PIC X(08)  VALUE SPACES.
               10  SSCOSTR-RUN-TIME      PIC X(06)  VALUE SPACES.
