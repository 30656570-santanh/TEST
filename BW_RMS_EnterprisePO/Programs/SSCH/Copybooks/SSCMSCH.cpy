      *****************************************************************
      *  SSCMSCH - MASTER-DATA STATUS CHANGE LOG
      *
      *  ONE RECORD PER ITEM, STORE OR SUPPLIER WHOSE STANDING CHANGED
      *  ON A MASTER LOAD - AN ITEM GOING DISCONTINUED (SSCITMLD), A
      *  STORE CLOSING (SSCSTRLD), A SUPPLIER GOING INACTIVE
      *  (SSCSUPLD), OR ANY OF THEM COMING BACK.  KEYED BY CHANGE
      *  DATE / ENTITY TYPE / ENTITY KEY / NEW STATUS, SO A LOAD
      *  RESTARTED AFTER A BACKOUT RE-CAPTURES THE SAME CHANGE ONTO
      *  THE SAME KEY AND IS IGNORED.  SSCMSIRP REPORTS EACH CHANGE
      *  WITH ITS OPEN DOWNSTREAM IMPACT AND STAMPS THE REPORTED DATE.
      *****************************************************************
       01  SSCMSCH-RECORD.
           05  SSCMSCH-KEY.
               10  SSCMSCH-CHANGE-DATE   PIC X(08).
               10  SSCMSCH-ENTITY-TYPE   PIC X(01).
                   88  SSCMSCH-IS-ITEM                VALUE 'I'.
                   88  SSCMSCH-IS-STORE               VALUE 'S'.
                   88  SSCMSCH-IS-SUPPLIER            VALUE 'P'.
               10  SSCMSCH-ENTITY-KEY    PIC X(19).
      *            ITEM NBR, OR STORE NBR / SUPPLIER NBR LEFT-JUSTIFIED
               10  SSCMSCH-NEW-STATUS    PIC X(01).
      *            SSCITMM-STATUS-CD, SSCSTRM-ACTIVE-SW OR
      *            SSCSUPA-ACTIVE-SW AS LOADED
           05  SSCMSCH-OLD-STATUS        PIC X(01)  VALUE SPACE.
      *        SPACE WHEN THE ENTITY WAS ADDED TO THE MASTER ALREADY
      *        DISCONTINUED, CLOSED OR INACTIVE
           05  SSCMSCH-CHANGE-KIND       PIC X(01)  VALUE SPACE.
               88  SSCMSCH-WENT-INACTIVE              VALUE 'I'.
               88  SSCMSCH-WENT-ACTIVE                VALUE 'A'.
           05  SSCMSCH-CHANGE-TIME       PIC X(06)  VALUE SPACES.
           05  SSCMSCH-PROGRAM-ID        PIC X(08)  VALUE SPACES.
           05  SSCMSCH-ENTITY-NAME       PIC X(30)  VALUE SPACES.
           05  SSCMSCH-REPORTED-DATE     PIC X(08)  VALUE SPACES.
      *        SPACES UNTIL SSCMSIRP HAS REPORTED THE CHANGE
