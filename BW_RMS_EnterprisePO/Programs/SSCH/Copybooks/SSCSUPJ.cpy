      *****************************************************************
      *  SSCSUPJ - SUPPLIER MASTER CHANGE JOURNAL RECORD
      *
      *  ONE RECORD PER SUPPLIER MASTER RECORD TOUCHED BY SSCSUPLD
      *  (OR SHIP-POINT RECORD TOUCHED BY SSCSHPLD), WRITTEN BEFORE
      *  THE MASTER ITSELF IS CHANGED (WRITE-AHEAD).
      *  TWO FILES SHARE THIS LAYOUT -
      *
      *    THE PERMANENT CHANGE JOURNAL (EXTENDED RUN OVER RUN)
      *        ADDRESS CHANGE AND WHAT DID IT USED TO BE".
      *    THE BACKOUT FILE (REBUILT EACH RUN) LETS A RESTARTED
      *        SSCSUPLD PUT SSCSUPA/SSCSUPS BACK EXACTLY AS THEY
      *        WERE BEFORE THE FAILED RUN TOUCHED THEM.  SSCSHPLD
      *        KEEPS ITS OWN BACKOUT FILE FOR SSCSHPT.
      *
      *  THE BEFORE/AFTER IMAGES HOLD THE WHOLE MASTER RECORD
      *  (SSCSUPA, SSCSUPS OR SSCSHPT PER THE FEED TYPE), SO EVERY
      *  FIELD'S PRIOR AND NEW VALUE IS ON FILE.
      *****************************************************************
       01  SSCSUPJ-RECORD.
           05  SSCSUPJ-JOURNAL-DATE      PIC X(08).
           05  SSCSUPJ-FEED-TYPE         PIC X(03).
               88  SSCSUPJ-ADDRESS-FEED              VALUE '231'.
               88  SSCSUPJ-SUBDIV-FEED               VALUE '232'.
               88  SSCSUPJ-SHIPPOINT-FEED            VALUE '065'.
           05  SSCSUPJ-ACTION-CODE       PIC X(01).
               88  SSCSUPJ-WAS-ADDED                 VALUE 'A'.
               88  SSCSUPJ-WAS-REFRESHED             VALUE 'R'.
           05  SSCSUPJ-SUPPLIER-NBR      PIC X(06).
           05  SSCSUPJ-SUBDIVISION       PIC 9(03).
      *        ZERO FOR '231' ADDRESS JOURNAL ENTRIES; THE SHIP
      *        POINT NUMBER FOR '065' SHIP POINT JOURNAL ENTRIES
           05  SSCSUPJ-BEFORE-IMAGE      PIC X(120).
      *        SPACES FOR AN ADD - THERE WAS NO PRIOR RECORD
           05  SSCSUPJ-AFTER-IMAGE       PIC X(120).
