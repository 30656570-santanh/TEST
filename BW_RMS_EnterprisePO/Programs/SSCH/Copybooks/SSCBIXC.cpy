      *****************************************************************
      *  SSCBIXC - BI DATA-MART EXTRACT CONTROL RECORD
      *
      *  ONE-RECORD SEQUENTIAL FILE HOLDING THE WATERMARK OF THE LAST
      *  SUCCESSFUL SSCBIEXT RUN.  A CHANGED-SINCE EXTRACT SELECTS
      *  EVERY RECORD WHOSE LAST-ACTIVITY DATE IS ON OR AFTER
      *  SSCBIXC-LAST-EXTRACT-DATE.  THE RECORD IS REWRITTEN ONLY
      *  WHEN ALL SIX EXTRACTS COMPLETE, SO A FAILED RUN RERUNS THE
      *  SAME WINDOW.  NO RECORD MEANS NO EXTRACT HAS EVER RUN - THE
      *  FIRST RUN IS FORCED TO A FULL REFRESH.
      *****************************************************************
       01  SSCBIXC-RECORD.
           05  SSCBIXC-LAST-EXTRACT-DATE     PIC X(08)  VALUE SPACES.
      *        RUN DATE OF THE LAST SUCCESSFUL EXTRACT (YYYYMMDD)
           05  SSCBIXC-LAST-EXTRACT-TIME     PIC X(06)  VALUE SPACES.
           05  SSCBIXC-LAST-MODE             PIC X(01)  VALUE SPACES.
               88  SSCBIXC-WAS-FULL-REFRESH           VALUE 'F'.
               88  SSCBIXC-WAS-CHANGED-SINCE          VALUE 'C'.
           05  SSCBIXC-LAST-SINCE-DATE       PIC X(08)  VALUE SPACES.
      *        WINDOW START OF THAT RUN - SPACES ON A FULL REFRESH
           05  SSCBIXC-LAST-ROWS-WRITTEN     PIC 9(09)  VALUE ZERO.
      *        DETAIL ROWS ACROSS ALL SIX EXTRACT FILES
           05  FILLER                        PIC X(48)  VALUE SPACES.
