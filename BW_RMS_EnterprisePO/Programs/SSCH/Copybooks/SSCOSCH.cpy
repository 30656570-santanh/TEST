      *****************************************************************
      *  SSCOSCH - ORDER STATUS CHANGE LOG
      *
      *  ONE RECORD PER SSCOOM-STATUS-SW TRANSITION ON THE ORDER BOOK -
      *  A LINE CLOSED WITHIN TOLERANCE OR REOPENED BY SSCOOMNT OR BY
      *  AN SSCORDST PARTIAL CANCEL, CANCELLED OUTRIGHT BY SSCORDST,
      *  OR FORCE-CLOSED, REOPENED OR RE-EVALUATED BY AN SSCOOADJ
      *  OPERATOR TRANSACTION.  KEYED BY CHANGE DATE / TIME / PROGRAM
      *  / RUN SEQUENCE SO THE FILE READS IN THE ORDER THE CHANGES
      *  HAPPENED, AND A LINE THAT CLOSES AND REOPENS IN ONE RUN
      *  LOGS BOTH.  SSCOSTOB SENDS EACH CHANGE TO DMS AS A '036'
      *  ORDER CLOSURE STATUS DETAIL.  IT STAMPS EVERY UNSENT CHANGE
      *  WITH ITS RUN STAMP BEFORE WRITING ANY DETAIL, THEN WRITES
      *  ONLY THE CHANGES CARRYING THAT STAMP, SO EACH CHANGE BELONGS
      *  TO EXACTLY ONE RUN AND IS SENT ONCE.
      *****************************************************************
       01  SSCOSCH-RECORD.
           05  SSCOSCH-KEY.
               10  SSCOSCH-CHANGE-DATE   PIC X(08).
               10  SSCOSCH-CHANGE-TIME   PIC X(06).
               10  SSCOSCH-PROGRAM-ID    PIC X(08).
               10  SSCOSCH-CHANGE-SEQ    PIC 9(07).
      *            COUNTS UP FROM 1 WITHIN ONE RUN OF THE PROGRAM
           05  SSCOSCH-BULK-NBR          PIC X(08)  VALUE SPACES.
           05  SSCOSCH-ALLOC-NBR         PIC X(08)  VALUE SPACES.
           05  SSCOSCH-ITEM-NBR          PIC X(19)  VALUE SPACES.
           05  SSCOSCH-SUPPLIER-NBR      PIC X(06)  VALUE SPACES.
           05  SSCOSCH-STORE-NBR         PIC X(05)  VALUE SPACES.
           05  SSCOSCH-OLD-STATUS        PIC X(01)  VALUE SPACE.
           05  SSCOSCH-NEW-STATUS        PIC X(01)  VALUE SPACE.
      *        SSCOOM-STATUS-SW BEFORE AND AFTER - O, C OR X
           05  SSCOSCH-CHANGE-KIND       PIC X(01)  VALUE SPACE.
               88  SSCOSCH-TOLERANCE-CLOSE            VALUE 'T'.
               88  SSCOSCH-AUTO-REOPEN                VALUE 'R'.
               88  SSCOSCH-FORCE-CLOSE                VALUE 'F'.
               88  SSCOSCH-MANUAL-REOPEN              VALUE 'O'.
               88  SSCOSCH-CANCELLED                  VALUE 'X'.
           05  SSCOSCH-ORDERED-UNITS     PIC 9(09)  VALUE ZERO.
           05  SSCOSCH-RECEIVED-UNITS    PIC 9(09)  VALUE ZERO.
           05  SSCOSCH-RTV-UNITS         PIC 9(09)  VALUE ZERO.
      *        THE LINE'S UNITS AS THEY STOOD AFTER THE CHANGE
           05  SSCOSCH-USER-ID           PIC X(08)  VALUE SPACES.
      *        KEYING OPERATOR ON AN SSCOOADJ CHANGE, ELSE SPACES
           05  SSCOSCH-SENT-DATE         PIC X(08)  VALUE SPACES.
           05  SSCOSCH-SENT-TIME         PIC X(06)  VALUE SPACES.
      *        SPACES UNTIL STAMPED WITH THE RUN DATE/TIME OF THE
      *        SSCOSTOB RUN THAT SENDS IT, BEFORE ITS DETAIL IS WRITTEN
