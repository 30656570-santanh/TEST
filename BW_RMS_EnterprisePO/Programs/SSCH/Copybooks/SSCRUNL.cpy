      *****************************************************************
      *  SSCRUNL - NIGHTLY BATCH RUN-CONTROL LEDGER RECORD
      *
      *  WRITTEN THROUGH SSCRUNCL BY EVERY SSCH BATCH PROGRAM - ONE
      *  'S' RECORD AS IT STARTS AND ONE 'E' RECORD WHEN IT REACHES
      *  ITS NORMAL END (WITH THE RETURN CODE IT IS ENDING WITH AND
      *  ITS RECORDS-IN/RECORDS-OUT COUNTS).  A STEP THAT ABENDS
      *  LEAVES AN 'S' WITH NO MATCHING 'E'.  A STEP REFUSED BECAUSE
      *  A STREAM PREREQUISITE (SSCRUNS) DID NOT COMPLETE CLEANLY IN
      *  THE CURRENT CYCLE WRITES AN 'R' NAMING THAT PREREQUISITE
      *  INSTEAD OF AN 'S', AND DOES NO WORK.
      *
      *  THE RUNCTL DATASET IS A PERMANENT EXTEND-MODE LEDGER, LIKE
      *  SSCAPPC - IT IS NEVER CLEARED.  SSCRUNRP READS IT TO TELL
      *  THE OPERATOR WHICH STEP TO RESUME FROM AFTER AN ABEND.
      *****************************************************************
       01  SSCRUNL-RECORD.
           05  SSCRUNL-RUN-DATE          PIC X(08)  VALUE SPACES.
      *        CYCLE DATE - THE DATE THE NIGHT'S FIRST STREAM STEP
      *        STARTED, SO A STREAM RUNNING PAST MIDNIGHT IS STILL
      *        ONE NIGHT.  SEE SSCRUNCL.
           05  SSCRUNL-PROGRAM-ID        PIC X(08)  VALUE SPACES.
           05  SSCRUNL-EVENT-CODE        PIC X(01)  VALUE SPACES.
               88  SSCRUNL-STARTED                   VALUE 'S'.
               88  SSCRUNL-ENDED                     VALUE 'E'.
               88  SSCRUNL-REFUSED                   VALUE 'R'.
           05  SSCRUNL-EVENT-DATE        PIC X(08)  VALUE SPACES.
      *        CALENDAR DATE THE EVENT WAS RECORDED
           05  SSCRUNL-EVENT-TIME        PIC X(06)  VALUE SPACES.
           05  SSCRUNL-RETURN-CODE       PIC 9(04)  VALUE ZERO.
      *        'E' ONLY - RETURN CODE THE PROGRAM ENDED WITH
           05  SSCRUNL-RECORDS-IN        PIC 9(09)  VALUE ZERO.
           05  SSCRUNL-RECORDS-OUT       PIC 9(09)  VALUE ZERO.
      *        'E' ONLY - THE PROGRAM'S PRINCIPAL READ AND
      *        APPLIED/WRITTEN COUNTS
           05  SSCRUNL-PREREQ-PROGRAM    PIC X(08)  VALUE SPACES.
      *        'R' ONLY - THE PREREQUISITE THAT WAS NOT CLEAN
           05  SSCRUNL-PREREQ-STATE      PIC X(01)  VALUE SPACES.
               88  SSCRUNL-PREREQ-NOT-RUN            VALUE 'N'.
               88  SSCRUNL-PREREQ-INCOMPLETE         VALUE 'I'.
               88  SSCRUNL-PREREQ-FAILED             VALUE 'F'.
               88  SSCRUNL-PREREQ-REFUSED            VALUE 'R'.
