      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCPCLOS                                       *
      *                                                                *
      *   FISCAL PERIOD-END CLOSE AND INVENTORY ROLL-FORWARD.         *
      *   SSCPINV IS A RUNNING BOOK AND SSCOOM A LIVE ORDER BOOK, SO  *
      *   ONCE THE NEXT NIGHT'S FEEDS POST THE MONTH-END POSITION IS  *
      *   GONE.  DRIVEN BY THE SSCFCAL FISCAL CALENDAR, THIS STEP     *
      *   CLOSES THE EARLIEST OPEN PERIOD WHOSE END DATE HAS BEEN     *
      *   REACHED -                                                   *
      *                                                                *
      *     FREEZES A DATED SNAPSHOT OF EVERY SSCPINV BOOK RECORD     *
      *         (PINVSNP) AND EVERY SSCOOM ORDER LINE (OOMSNP),       *
      *         TAGGED WITH THE FISCAL PERIOD AND CLOSE DATE.         *
      *     PRINTS THE ROLL-FORWARD PER LOCATION IN UNITS AND         *
      *         DOLLARS - BEGINNING BOOK (THE PRIOR CLOSE'S ENDING    *
      *         BOOK) + RECEIPTS - RTV +/- ADJUSTMENTS +/-            *
      *         TRANSFERS, AGAINST THE ENDING BOOK, WITH WHATEVER     *
      *         DOES NOT TIE SHOWN AS THE UNEXPLAINED DIFFERENCE.     *
      *         THE PERIOD'S ACTIVITY COMES FROM SSCPACT, WHERE       *
      *         SSCRWHPI AND SSCOOMNT ACCUMULATE IT AS IT POSTS.      *
      *     RECORDS EACH LOCATION'S ENDING BOOK ON SSCPACT ('END')    *
      *         AS THE NEXT PERIOD'S BEGINNING BOOK, AND MARKS THE    *
      *         PERIOD CLOSED ON SSCFCAL - FROM THEN ON THE POSTING   *
      *         PROGRAMS REFUSE ACTIVITY DATED INSIDE IT.             *
      *                                                                *
      *   THE STEP RUNS AT THE END OF THE PERIOD-END NIGHT'S STREAM.  *
      *   IF IT RUNS LATE, ADJUSTMENTS AND TRANSFERS ALREADY POSTED   *
      *   FOR THE NEXT PERIOD ARE BACKED OUT OF THE ENDING BOOK BY    *
      *   LOCATION SO THE ROLL-FORWARD STILL TIES; THE SNAPSHOT       *
      *   ITSELF IS THE BOOK AS IT STOOD WHEN THE STEP RAN.           *
      *                                                                *
      *   DOLLARS ARE UNITS AT THE SSCPINV '116' UNIT COST - ENDING   *
      *   AT THE COST ON THE BOOK AT CLOSE, ACTIVITY AT THE COST WHEN *
      *   IT POSTED - SO A COST CHANGE DURING THE PERIOD SHOWS IN     *
      *   THE DOLLAR DIFFERENCE.                                      *
      *                                                                *
      *   NO PERIOD DUE IS NOT AN ERROR - THE REPORT SAYS SO AND THE  *
      *   STEP ENDS RC 0.  A CALENDAR THAT CANNOT BE OPENED ENDS      *
      *   RC 16 WITHOUT TOUCHING ANYTHING.                            *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-17  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-10-15  P.SANTANA   EACH FILE CARRIES AN OPEN SWITCH AND
      *                         9000 CLOSES WHATEVER WAS OPENED,
      *                         WHATEVER THE RETURN CODE.  SSCPACT,
      *                         SSCPSNP AND SSCOSNP OPEN STATUS NOW
      *                         CHECKED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCPCLOS.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-09-17.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSCFCAL-FILE       ASSIGN TO FISCCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCFCAL-KEY
               FILE STATUS IS WS-FCAL-STATUS.

           SELECT SSCPINV-FILE       ASSIGN TO PINVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCPINV-KEY
               FILE STATUS IS WS-PINV-STATUS.

           SELECT SSCOOM-FILE        ASSIGN TO OOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCOOM-KEY
               FILE STATUS IS WS-OOM-STATUS.

           SELECT SSCPACT-FILE       ASSIGN TO PERACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCPACT-KEY
               FILE STATUS IS WS-PACT-STATUS.

           SELECT SSCPSNP-FILE       ASSIGN TO PINVSNP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSNP-STATUS.

           SELECT SSCOSNP-FILE       ASSIGN TO OOMSNP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OSNP-STATUS.

           SELECT SSCPCLOS-RPT       ASSIGN TO PCLOSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCLOSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSCFCAL-FILE.
           COPY SSCFCAL.

       FD  SSCPINV-FILE.
           COPY SSCPINV.

       FD  SSCOOM-FILE.
           COPY SSCOOM.

       FD  SSCPACT-FILE.
           COPY SSCPACT.

       FD  SSCPSNP-FILE
           RECORDING MODE IS F.
           COPY SSCPSNP.

       FD  SSCOSNP-FILE
           RECORDING MODE IS F.
           COPY SSCOSNP.

       FD  SSCPCLOS-RPT.
       01  PCLOS-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-FCAL-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-FCAL-OK                          VALUE '00'.
           05  WS-PINV-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-PINV-OK                          VALUE '00'.
           05  WS-OOM-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-OOM-OK                           VALUE '00'.
           05  WS-PACT-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-PACT-OK                          VALUE '00'.
           05  WS-PSNP-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-PSNP-OK                          VALUE '00'.
           05  WS-OSNP-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-OSNP-OK                          VALUE '00'.
           05  WS-PCLOSRPT-STATUS       PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FCAL-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-FCAL-AT-EOF                     VALUE 'Y'.
           05  WS-PINV-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-PINV-AT-EOF                     VALUE 'Y'.
           05  WS-OOM-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-OOM-AT-EOF                      VALUE 'Y'.
           05  WS-PACT-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-PACT-AT-EOF                     VALUE 'Y'.
           05  WS-PERIOD-DUE-SW         PIC X(01)  VALUE 'N'.
               88  WS-PERIOD-DUE                      VALUE 'Y'.
           05  WS-PRIOR-SW              PIC X(01)  VALUE 'N'.
               88  WS-PRIOR-PERIOD-FOUND              VALUE 'Y'.
           05  WS-BEGIN-SW              PIC X(01)  VALUE 'N'.
               88  WS-BEGINNING-BOOK-FOUND            VALUE 'Y'.
           05  WS-FOUND-SW              PIC X(01)  VALUE 'N'.
               88  WS-LOCATION-FOUND                  VALUE 'Y'.
           05  WS-FCAL-OPEN-SW          PIC X(01)  VALUE 'N'.
               88  WS-FCAL-IS-OPEN                    VALUE 'Y'.
           05  WS-PINV-OPEN-SW          PIC X(01)  VALUE 'N'.
               88  WS-PINV-IS-OPEN                    VALUE 'Y'.
           05  WS-OOM-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-OOM-IS-OPEN                     VALUE 'Y'.
           05  WS-PACT-OPEN-SW          PIC X(01)  VALUE 'N'.
               88  WS-PACT-IS-OPEN                    VALUE 'Y'.
           05  WS-PSNP-OPEN-SW          PIC X(01)  VALUE 'N'.
               88  WS-PSNP-IS-OPEN                    VALUE 'Y'.
           05  WS-OSNP-OPEN-SW          PIC X(01)  VALUE 'N'.
               88  WS-OSNP-IS-OPEN                    VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       77  WS-RETURN-CODE               PIC 9(04)  COMP  VALUE ZERO.

      *---------------------------------------------------------------*
      *    THE PERIOD BEING CLOSED AND THE ONE BEFORE IT.  KEPT AS    *
      *    YEAR/PERIOD GROUPS SO THEY COMPARE DIRECTLY AGAINST THE    *
      *    SSCPACT KEY.                                               *
      *---------------------------------------------------------------*
       01  WS-CLOSE-KEY.
           05  WS-CLOSE-YEAR            PIC 9(04)  VALUE ZERO.
           05  WS-CLOSE-PERIOD          PIC 9(02)  VALUE ZERO.
       01  WS-CLOSE-START-DATE          PIC X(08)  VALUE SPACES.
       01  WS-CLOSE-END-DATE            PIC X(08)  VALUE SPACES.

       01  WS-PRIOR-KEY.
           05  WS-PRIOR-YEAR            PIC 9(04)  VALUE ZERO.
           05  WS-PRIOR-PERIOD          PIC 9(02)  VALUE ZERO.

       01  WS-PACT-PERIOD-KEY.
           05  WS-PACT-YEAR             PIC 9(04)  VALUE ZERO.
           05  WS-PACT-PERIOD           PIC 9(02)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    ROLL-FORWARD ACCUMULATION, ONE ENTRY PER LOCATION          *
      *---------------------------------------------------------------*
       01  WS-LOC-TABLE-CTL.
           05  WS-LOC-COUNT             PIC 9(04)  VALUE ZERO.
           05  WS-LOC-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-LOC-IDX.
               10  WS-LOC-CODE          PIC X(02).
               10  WS-LOC-BEGIN-UNITS   PIC S9(11).
               10  WS-LOC-BEGIN-AMT     PIC S9(11)V99.
               10  WS-LOC-RCV-UNITS     PIC S9(11).
               10  WS-LOC-RCV-AMT       PIC S9(11)V99.
               10  WS-LOC-RTV-UNITS     PIC S9(11).
               10  WS-LOC-RTV-AMT       PIC S9(11)V99.
               10  WS-LOC-ADJ-UNITS     PIC S9(11).
               10  WS-LOC-ADJ-AMT       PIC S9(11)V99.
               10  WS-LOC-XFR-UNITS     PIC S9(11).
               10  WS-LOC-XFR-AMT       PIC S9(11)V99.
               10  WS-LOC-LATER-UNITS   PIC S9(11).
               10  WS-LOC-LATER-AMT     PIC S9(11)V99.
               10  WS-LOC-BOOK-UNITS    PIC S9(11).
               10  WS-LOC-BOOK-AMT      PIC S9(11)V99.

       77  WS-FIND-LOCATION             PIC X(02)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    ONE LOCATION'S STATEMENT, AND THE ALL-LOCATION TOTAL       *
      *---------------------------------------------------------------*
       01  WS-STATEMENT.
           05  WS-ST-BEGIN-UNITS        PIC S9(11)     VALUE ZERO.
           05  WS-ST-BEGIN-AMT          PIC S9(11)V99  VALUE ZERO.
           05  WS-ST-RCV-UNITS          PIC S9(11)     VALUE ZERO.
           05  WS-ST-RCV-AMT            PIC S9(11)V99  VALUE ZERO.
           05  WS-ST-RTV-UNITS          PIC S9(11)     VALUE ZERO.
           05  WS-ST-RTV-AMT            PIC S9(11)V99  VALUE ZERO.
           05  WS-ST-ADJ-UNITS          PIC S9(11)     VALUE ZERO.
           05  WS-ST-ADJ-AMT            PIC S9(11)V99  VALUE ZERO.
           05  WS-ST-XFR-UNITS          PIC S9(11)     VALUE ZERO.
           05  WS-ST-XFR-AMT            PIC S9(11)V99  VALUE ZERO.
           05  WS-ST-END-UNITS          PIC S9(11)     VALUE ZERO.
           05  WS-ST-END-AMT            PIC S9(11)V99  VALUE ZERO.
           05  WS-ST-DIFF-UNITS         PIC S9(11)     VALUE ZERO.
           05  WS-ST-DIFF-AMT           PIC S9(11)V99  VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GT-BEGIN-UNITS        PIC S9(11)     VALUE ZERO.
           05  WS-GT-BEGIN-AMT          PIC S9(11)V99  VALUE ZERO.
           05  WS-GT-RCV-UNITS          PIC S9(11)     VALUE ZERO.
           05  WS-GT-RCV-AMT            PIC S9(11)V99  VALUE ZERO.
           05  WS-GT-RTV-UNITS          PIC S9(11)     VALUE ZERO.
           05  WS-GT-RTV-AMT            PIC S9(11)V99  VALUE ZERO.
           05  WS-GT-ADJ-UNITS          PIC S9(11)     VALUE ZERO.
           05  WS-GT-ADJ-AMT            PIC S9(11)V99  VALUE ZERO.
           05  WS-GT-XFR-UNITS          PIC S9(11)     VALUE ZERO.
           05  WS-GT-XFR-AMT            PIC S9(11)V99  VALUE ZERO.
           05  WS-GT-END-UNITS          PIC S9(11)     VALUE ZERO.
           05  WS-GT-END-AMT            PIC S9(11)V99  VALUE ZERO.
           05  WS-GT-DIFF-UNITS         PIC S9(11)     VALUE ZERO.
           05  WS-GT-DIFF-AMT           PIC S9(11)V99  VALUE ZERO.
           05  WS-GT-LATER-UNITS        PIC S9(11)     VALUE ZERO.

       77  WS-BOOK-VALUE                PIC S9(11)V99 VALUE ZERO.

       77  WS-BOOKS-SNAPPED             PIC 9(09)  VALUE ZERO.
       77  WS-ORDERS-SNAPPED            PIC 9(09)  VALUE ZERO.
       77  WS-ACTIVITY-READ             PIC 9(07)  VALUE ZERO.
       77  WS-LOCATIONS-OUT-OF-BALANCE  PIC 9(05)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    REPORT LINE LAYOUTS - THE UNITS AND DOLLARS LINES SHARE    *
      *    COLUMN POSITIONS SO EACH LOCATION READS AS ONE BLOCK.      *
      *---------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(04) VALUE 'LOC'.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  FILLER                   PIC X(17) VALUE
                   '  BEGINNING BOOK'.
           05  FILLER                   PIC X(17) VALUE
                   '       +RECEIPTS'.
           05  FILLER                   PIC X(17) VALUE
                   '            -RTV'.
           05  FILLER                   PIC X(17) VALUE
                   '    +/-ADJUSTMTS'.
           05  FILLER                   PIC X(17) VALUE
                   '    +/-TRANSFERS'.
           05  FILLER                   PIC X(17) VALUE
                   '     ENDING BOOK'.
           05  FILLER                   PIC X(17) VALUE
                   '     UNEXPLAINED'.

       01  WS-UNITS-LINE.
           05  WS-U-LOCATION            PIC X(04).
           05  FILLER                   PIC X(07) VALUE 'UNITS'.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-U-BEGIN               PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-U-RCV                 PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-U-RTV                 PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-U-ADJ                 PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-U-XFR                 PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-U-END                 PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-U-DIFF                PIC -ZZZ,ZZZ,ZZ9.

       01  WS-DOLLARS-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'DOLLARS'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-BEGIN               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-RCV                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-RTV                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-ADJ                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-XFR                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-END                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-A-DIFF                PIC -ZZZ,ZZZ,ZZ9.99.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCPCLOS'.
           05  WS-RCTL-RETURN-CODE      PIC 9(04)  VALUE ZERO.
           05  WS-RCTL-RECORDS-IN       PIC 9(09)  VALUE ZERO.
           05  WS-RCTL-RECORDS-OUT      PIC 9(09)  VALUE ZERO.
           05  WS-RCTL-RESULT-CODE      PIC X(01)  VALUE SPACES.
               88  WS-RCTL-REFUSED                    VALUE 'R'.

       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-RUN-CONTROL-START
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           IF WS-RETURN-CODE = ZERO AND WS-PERIOD-DUE
               PERFORM 2000-SNAPSHOT-BOOK
                   THRU 2000-SNAPSHOT-BOOK-EXIT
               PERFORM 3000-SNAPSHOT-ORDERS
                   THRU 3000-SNAPSHOT-ORDERS-EXIT
               PERFORM 4000-GATHER-ACTIVITY
                   THRU 4000-GATHER-ACTIVITY-EXIT
               PERFORM 5000-WRITE-ROLL-FORWARD
                   THRU 5000-WRITE-ROLL-FORWARD-EXIT
               PERFORM 6000-MARK-PERIOD-CLOSED
               PERFORM 7000-WRITE-FINAL-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 0200-RUN-CONTROL-END
           GOBACK.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER - SSCRUNCL REFUSES THE RUN IF A STREAM  *
      *    PREREQUISITE HAS NOT COMPLETED CLEANLY THIS CYCLE.         *
      *---------------------------------------------------------------*
       0100-RUN-CONTROL-START.
           MOVE 'S'  TO WS-RCTL-FUNCTION-SW
           MOVE ZERO TO WS-RCTL-RETURN-CODE
           MOVE ZERO TO WS-RCTL-RECORDS-IN
           MOVE ZERO TO WS-RCTL-RECORDS-OUT
           CALL 'SSCRUNCL' USING WS-RCTL-FUNCTION-SW
                                 WS-RCTL-PROGRAM-ID
                                 WS-RCTL-RETURN-CODE
                                 WS-RCTL-RECORDS-IN
                                 WS-RCTL-RECORDS-OUT
                                 WS-RCTL-RESULT-CODE
           END-CALL
           IF WS-RCTL-REFUSED
               DISPLAY 'SSCPCLOS - NOT STARTED, STREAM PREREQUISITE '
                   'INCOMPLETE - SEE SSCRUNRP'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RETURN-CODE.

      *---------------------------------------------------------------*
      *    THE CALL OVERWRITES RETURN-CODE - SAVE AND RESTORE IT.     *
      *---------------------------------------------------------------*
       0200-RUN-CONTROL-END.
           MOVE RETURN-CODE TO WS-RCTL-RETURN-CODE
           MOVE 'E'         TO WS-RCTL-FUNCTION-SW
           MOVE WS-ACTIVITY-READ TO WS-RCTL-RECORDS-IN
           MOVE WS-BOOKS-SNAPPED TO WS-RCTL-RECORDS-OUT
           CALL 'SSCRUNCL' USING WS-RCTL-FUNCTION-SW
                                 WS-RCTL-PROGRAM-ID
                                 WS-RCTL-RETURN-CODE
                                 WS-RCTL-RECORDS-IN
                                 WS-RCTL-RECORDS-OUT
                                 WS-RCTL-RESULT-CODE
           END-CALL
           MOVE WS-RCTL-RETURN-CODE TO RETURN-CODE.

      *---------------------------------------------------------------*
      *    THE CALENDAR IS READ IN KEY ORDER - THE FIRST OPEN PERIOD  *
      *    IS THE ONE TO CLOSE, AND ONLY ONCE ITS END DATE HAS BEEN   *
      *    REACHED.  THE PERIOD BEFORE IT SUPPLIES THE BEGINNING      *
      *    BOOK.                                                      *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT SSCPCLOS-RPT
           MOVE 'SSCPCLOS - FISCAL PERIOD CLOSE AND ROLL-FORWARD'
               TO PCLOS-RPT-LINE
           WRITE PCLOS-RPT-LINE
           OPEN I-O SSCFCAL-FILE
           IF NOT WS-FCAL-OK
               DISPLAY 'SSCPCLOS - UNABLE TO OPEN SSCFCAL-FILE, '
                   'STATUS = ' WS-FCAL-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE 'Y' TO WS-FCAL-OPEN-SW
           MOVE LOW-VALUES TO SSCFCAL-KEY
           START SSCFCAL-FILE KEY IS NOT LESS THAN SSCFCAL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FCAL-EOF-SW
           END-START
           IF NOT WS-FCAL-AT-EOF
               PERFORM 1100-READ-NEXT-CALENDAR
           END-IF
           PERFORM UNTIL WS-FCAL-AT-EOF
                   OR SSCFCAL-IS-OPEN
               MOVE 'Y' TO WS-PRIOR-SW
               MOVE SSCFCAL-FISCAL-YEAR   TO WS-PRIOR-YEAR
               MOVE SSCFCAL-FISCAL-PERIOD TO WS-PRIOR-PERIOD
               PERFORM 1100-READ-NEXT-CALENDAR
           END-PERFORM
           IF WS-FCAL-AT-EOF
               MOVE 'NO OPEN FISCAL PERIOD ON SSCFCAL - NOTHING CLOSED'
                   TO PCLOS-RPT-LINE
               WRITE PCLOS-RPT-LINE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           IF SSCFCAL-END-DATE > WS-RUN-DATE
               MOVE SPACES TO PCLOS-RPT-LINE
               STRING 'EARLIEST OPEN PERIOD '  DELIMITED BY SIZE
                       SSCFCAL-FISCAL-YEAR     DELIMITED BY SIZE
                       '/'                     DELIMITED BY SIZE
                       SSCFCAL-FISCAL-PERIOD   DELIMITED BY SIZE
                       ' ENDS '                DELIMITED BY SIZE
                       SSCFCAL-END-DATE        DELIMITED BY SIZE
                       ' - NOT YET DUE, NOTHING CLOSED'
                                               DELIMITED BY SIZE
                   INTO PCLOS-RPT-LINE
               WRITE PCLOS-RPT-LINE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE 'Y'                   TO WS-PERIOD-DUE-SW
           MOVE SSCFCAL-FISCAL-YEAR   TO WS-CLOSE-YEAR
           MOVE SSCFCAL-FISCAL-PERIOD TO WS-CLOSE-PERIOD
           MOVE SSCFCAL-START-DATE    TO WS-CLOSE-START-DATE
           MOVE SSCFCAL-END-DATE      TO WS-CLOSE-END-DATE
           OPEN INPUT SSCPINV-FILE
           IF NOT WS-PINV-OK
               DISPLAY 'SSCPCLOS - UNABLE TO OPEN SSCPINV-FILE, '
                   'STATUS = ' WS-PINV-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE 'Y' TO WS-PINV-OPEN-SW
           OPEN INPUT SSCOOM-FILE
           IF NOT WS-OOM-OK
               DISPLAY 'SSCPCLOS - UNABLE TO OPEN SSCOOM-FILE, '
                   'STATUS = ' WS-OOM-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE 'Y' TO WS-OOM-OPEN-SW
           OPEN I-O SSCPACT-FILE
           IF WS-PACT-STATUS = '35'
               OPEN OUTPUT SSCPACT-FILE
               CLOSE SSCPACT-FILE
               OPEN I-O SSCPACT-FILE
           END-IF
           IF NOT WS-PACT-OK
               DISPLAY 'SSCPCLOS - UNABLE TO OPEN SSCPACT-FILE, '
                   'STATUS = ' WS-PACT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE 'Y' TO WS-PACT-OPEN-SW
           OPEN OUTPUT SSCPSNP-FILE
           IF NOT WS-PSNP-OK
               DISPLAY 'SSCPCLOS - UNABLE TO OPEN SSCPSNP-FILE, '
                   'STATUS = ' WS-PSNP-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE 'Y' TO WS-PSNP-OPEN-SW
           OPEN OUTPUT SSCOSNP-FILE
           IF NOT WS-OSNP-OK
               DISPLAY 'SSCPCLOS - UNABLE TO OPEN SSCOSNP-FILE, '
                   'STATUS = ' WS-OSNP-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE 'Y' TO WS-OSNP-OPEN-SW
           MOVE SPACES TO PCLOS-RPT-LINE
           STRING 'CLOSING FISCAL PERIOD ' DELIMITED BY SIZE
                   WS-CLOSE-YEAR           DELIMITED BY SIZE
                   '/'                     DELIMITED BY SIZE
                   WS-CLOSE-PERIOD         DELIMITED BY SIZE
                   '  '                    DELIMITED BY SIZE
                   WS-CLOSE-START-DATE     DELIMITED BY SIZE
                   ' - '                   DELIMITED BY SIZE
                   WS-CLOSE-END-DATE       DELIMITED BY SIZE
                   '  RUN DATE '           DELIMITED BY SIZE
                   WS-RUN-DATE             DELIMITED BY SIZE
               INTO PCLOS-RPT-LINE
           WRITE PCLOS-RPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       1100-READ-NEXT-CALENDAR.
           READ SSCFCAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FCAL-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
      *    EVERY BOOK RECORD IS FROZEN TO PINVSNP AS-IS AND ITS UNITS *
      *    AND DOLLARS ADDED TO ITS LOCATION'S ENDING BOOK.           *
      *---------------------------------------------------------------*
       2000-SNAPSHOT-BOOK.
           MOVE LOW-VALUES TO SSCPINV-KEY
           START SSCPINV-FILE KEY IS NOT LESS THAN SSCPINV-KEY
               INVALID KEY
                   GO TO 2000-SNAPSHOT-BOOK-EXIT
           END-START
           PERFORM 2100-READ-NEXT-BOOK
           PERFORM UNTIL WS-PINV-AT-EOF
               PERFORM 2200-SNAPSHOT-ONE-BOOK
               PERFORM 2100-READ-NEXT-BOOK
           END-PERFORM.
       2000-SNAPSHOT-BOOK-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-NEXT-BOOK.
           READ SSCPINV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PINV-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       2200-SNAPSHOT-ONE-BOOK.
           IF SSCPINV-UNIT-COST NUMERIC
               COMPUTE WS-BOOK-VALUE ROUNDED =
                   SSCPINV-BOOK-UNITS * SSCPINV-UNIT-COST
           ELSE
               MOVE ZERO TO WS-BOOK-VALUE
           END-IF
           MOVE SPACES          TO SSCPSNP-RECORD
           MOVE WS-CLOSE-YEAR   TO SSCPSNP-FISCAL-YEAR
           MOVE WS-CLOSE-PERIOD TO SSCPSNP-FISCAL-PERIOD
           MOVE WS-RUN-DATE     TO SSCPSNP-CLOSE-DATE
           MOVE WS-BOOK-VALUE   TO SSCPSNP-EXT-VALUE
           MOVE SSCPINV-RECORD  TO SSCPSNP-PINV-IMAGE
           WRITE SSCPSNP-RECORD
           ADD 1 TO WS-BOOKS-SNAPPED
           MOVE SSCPINV-LOCATION-CODE TO WS-FIND-LOCATION
           PERFORM 8000-FIND-LOCATION-ENTRY
           ADD SSCPINV-BOOK-UNITS TO WS-LOC-BOOK-UNITS(WS-LOC-IDX)
           ADD WS-BOOK-VALUE      TO WS-LOC-BOOK-AMT(WS-LOC-IDX).

      *---------------------------------------------------------------*
       3000-SNAPSHOT-ORDERS.
           MOVE LOW-VALUES TO SSCOOM-KEY
           START SSCOOM-FILE KEY IS NOT LESS THAN SSCOOM-KEY
               INVALID KEY
                   GO TO 3000-SNAPSHOT-ORDERS-EXIT
           END-START
           PERFORM 3100-READ-NEXT-ORDER-LINE
           PERFORM UNTIL WS-OOM-AT-EOF
               MOVE SPACES          TO SSCOSNP-RECORD
               MOVE WS-CLOSE-YEAR   TO SSCOSNP-FISCAL-YEAR
               MOVE WS-CLOSE-PERIOD TO SSCOSNP-FISCAL-PERIOD
               MOVE WS-RUN-DATE     TO SSCOSNP-CLOSE-DATE
               MOVE SSCOOM-RECORD   TO SSCOSNP-OOM-IMAGE
               WRITE SSCOSNP-RECORD
               ADD 1 TO WS-ORDERS-SNAPPED
               PERFORM 3100-READ-NEXT-ORDER-LINE
           END-PERFORM.
       3000-SNAPSHOT-ORDERS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3100-READ-NEXT-ORDER-LINE.
           READ SSCOOM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OOM-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
      *    SSCPACT IS READ FROM THE PRIOR PERIOD ONWARD -             *
      *      PRIOR PERIOD 'END'       - BEGINNING BOOK                *
      *      THIS PERIOD'S ACTIVITY   - THE ROLL-FORWARD COLUMNS      *
      *      LATER ADJ/XFI/XFO        - ALREADY ON THE BOOK, SO       *
      *                                 BACKED OUT OF THE ENDING      *
      *    AN 'END' ALREADY ON FILE FOR THIS PERIOD IS LEFT FROM A    *
      *    CLOSE THAT DID NOT FINISH AND IS IGNORED - IT IS           *
      *    REWRITTEN BELOW.                                           *
      *---------------------------------------------------------------*
       4000-GATHER-ACTIVITY.
           IF WS-PRIOR-PERIOD-FOUND
               MOVE WS-PRIOR-YEAR   TO SSCPACT-FISCAL-YEAR
               MOVE WS-PRIOR-PERIOD TO SSCPACT-FISCAL-PERIOD
           ELSE
               MOVE WS-CLOSE-YEAR   TO SSCPACT-FISCAL-YEAR
               MOVE WS-CLOSE-PERIOD TO SSCPACT-FISCAL-PERIOD
           END-IF
           MOVE LOW-VALUES TO SSCPACT-LOCATION-CODE
           MOVE LOW-VALUES TO SSCPACT-ACTIVITY-CD
           START SSCPACT-FILE KEY IS NOT LESS THAN SSCPACT-KEY
               INVALID KEY
                   GO TO 4000-GATHER-ACTIVITY-EXIT
           END-START
           PERFORM 4100-READ-NEXT-ACTIVITY
           PERFORM UNTIL WS-PACT-AT-EOF
               ADD 1 TO WS-ACTIVITY-READ
               MOVE SSCPACT-FISCAL-YEAR   TO WS-PACT-YEAR
               MOVE SSCPACT-FISCAL-PERIOD TO WS-PACT-PERIOD
               MOVE SSCPACT-LOCATION-CODE TO WS-FIND-LOCATION
               EVALUATE TRUE
                   WHEN WS-PACT-PERIOD-KEY < WS-CLOSE-KEY
                       IF SSCPACT-IS-ENDING-BOOK
                           PERFORM 4200-TAKE-BEGINNING-BOOK
                       END-IF
                   WHEN WS-PACT-PERIOD-KEY = WS-CLOSE-KEY
                       PERFORM 4300-TAKE-PERIOD-ACTIVITY
                   WHEN OTHER
                       PERFORM 4400-TAKE-LATER-ACTIVITY
               END-EVALUATE
               PERFORM 4100-READ-NEXT-ACTIVITY
           END-PERFORM.
       4000-GATHER-ACTIVITY-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       4100-READ-NEXT-ACTIVITY.
           READ SSCPACT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PACT-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       4200-TAKE-BEGINNING-BOOK.
           MOVE 'Y' TO WS-BEGIN-SW
           PERFORM 8000-FIND-LOCATION-ENTRY
           ADD SSCPACT-UNITS  TO WS-LOC-BEGIN-UNITS(WS-LOC-IDX)
           ADD SSCPACT-AMOUNT TO WS-LOC-BEGIN-AMT(WS-LOC-IDX).

      *---------------------------------------------------------------*
       4300-TAKE-PERIOD-ACTIVITY.
           IF NOT SSCPACT-IS-ENDING-BOOK
               PERFORM 8000-FIND-LOCATION-ENTRY
           END-IF
           EVALUATE TRUE
               WHEN SSCPACT-IS-RECEIPT
                   ADD SSCPACT-UNITS  TO WS-LOC-RCV-UNITS(WS-LOC-IDX)
                   ADD SSCPACT-AMOUNT TO WS-LOC-RCV-AMT(WS-LOC-IDX)
               WHEN SSCPACT-IS-RTV
                   ADD SSCPACT-UNITS  TO WS-LOC-RTV-UNITS(WS-LOC-IDX)
                   ADD SSCPACT-AMOUNT TO WS-LOC-RTV-AMT(WS-LOC-IDX)
               WHEN SSCPACT-IS-ADJUSTMENT
                   ADD SSCPACT-UNITS  TO WS-LOC-ADJ-UNITS(WS-LOC-IDX)
                   ADD SSCPACT-AMOUNT TO WS-LOC-ADJ-AMT(WS-LOC-IDX)
               WHEN SSCPACT-IS-TRANSFER-IN
               WHEN SSCPACT-IS-TRANSFER-OUT
                   ADD SSCPACT-UNITS  TO WS-LOC-XFR-UNITS(WS-LOC-IDX)
                   ADD SSCPACT-AMOUNT TO WS-LOC-XFR-AMT(WS-LOC-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------*
       4400-TAKE-LATER-ACTIVITY.
           IF SSCPACT-IS-ADJUSTMENT
               OR SSCPACT-IS-TRANSFER-IN
               OR SSCPACT-IS-TRANSFER-OUT
               PERFORM 8000-FIND-LOCATION-ENTRY
               ADD SSCPACT-UNITS  TO WS-LOC-LATER-UNITS(WS-LOC-IDX)
               ADD SSCPACT-AMOUNT TO WS-LOC-LATER-AMT(WS-LOC-IDX)
           END-IF.

      *---------------------------------------------------------------*
       5000-WRITE-ROLL-FORWARD.
           MOVE SPACES TO PCLOS-RPT-LINE
           WRITE PCLOS-RPT-LINE
           IF NOT WS-BEGINNING-BOOK-FOUND
               MOVE '*** NO PRIOR CLOSE ON SSCPACT - BEGINNING BOOK IS Z
      -            'ERO FOR THIS PERIOD' TO PCLOS-RPT-LINE
               WRITE PCLOS-RPT-LINE
               MOVE SPACES TO PCLOS-RPT-LINE
               WRITE PCLOS-RPT-LINE
           END-IF
           MOVE WS-HEADING-LINE TO PCLOS-RPT-LINE
           WRITE PCLOS-RPT-LINE
           PERFORM 5100-WRITE-ONE-LOCATION
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
           MOVE SPACES TO PCLOS-RPT-LINE
           WRITE PCLOS-RPT-LINE
           MOVE WS-GRAND-TOTALS TO WS-STATEMENT
           MOVE 'ALL' TO WS-U-LOCATION
           PERFORM 5300-PRINT-STATEMENT.
       5000-WRITE-ROLL-FORWARD-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    ENDING BOOK IS THE BOOK AT CLOSE LESS ANY ACTIVITY ALREADY *
      *    POSTED FOR A LATER PERIOD.  THE DIFFERENCE IS WHAT THE     *
      *    ACTIVITY DOES NOT EXPLAIN - ENDING MINUS (BEGINNING +      *
      *    RECEIPTS - RTV + ADJUSTMENTS + TRANSFERS).                 *
      *---------------------------------------------------------------*
       5100-WRITE-ONE-LOCATION.
           MOVE WS-LOC-BEGIN-UNITS(WS-LOC-IDX) TO WS-ST-BEGIN-UNITS
           MOVE WS-LOC-BEGIN-AMT(WS-LOC-IDX)   TO WS-ST-BEGIN-AMT
           MOVE WS-LOC-RCV-UNITS(WS-LOC-IDX)   TO WS-ST-RCV-UNITS
           MOVE WS-LOC-RCV-AMT(WS-LOC-IDX)     TO WS-ST-RCV-AMT
           MOVE WS-LOC-RTV-UNITS(WS-LOC-IDX)   TO WS-ST-RTV-UNITS
           MOVE WS-LOC-RTV-AMT(WS-LOC-IDX)     TO WS-ST-RTV-AMT
           MOVE WS-LOC-ADJ-UNITS(WS-LOC-IDX)   TO WS-ST-ADJ-UNITS
           MOVE WS-LOC-ADJ-AMT(WS-LOC-IDX)     TO WS-ST-ADJ-AMT
           MOVE WS-LOC-XFR-UNITS(WS-LOC-IDX)   TO WS-ST-XFR-UNITS
           MOVE WS-LOC-XFR-AMT(WS-LOC-IDX)     TO WS-ST-XFR-AMT
           COMPUTE WS-ST-END-UNITS =
               WS-LOC-BOOK-UNITS(WS-LOC-IDX)
                   - WS-LOC-LATER-UNITS(WS-LOC-IDX)
           COMPUTE WS-ST-END-AMT =
               WS-LOC-BOOK-AMT(WS-LOC-IDX)
                   - WS-LOC-LATER-AMT(WS-LOC-IDX)
           COMPUTE WS-ST-DIFF-UNITS =
               WS-ST-END-UNITS
                   - (WS-ST-BEGIN-UNITS + WS-ST-RCV-UNITS
                      - WS-ST-RTV-UNITS + WS-ST-ADJ-UNITS
                      + WS-ST-XFR-UNITS)
           COMPUTE WS-ST-DIFF-AMT =
               WS-ST-END-AMT
                   - (WS-ST-BEGIN-AMT + WS-ST-RCV-AMT
                      - WS-ST-RTV-AMT + WS-ST-ADJ-AMT
                      + WS-ST-XFR-AMT)
           IF WS-ST-DIFF-UNITS NOT = ZERO
               ADD 1 TO WS-LOCATIONS-OUT-OF-BALANCE
           END-IF
           MOVE WS-LOC-CODE(WS-LOC-IDX) TO WS-U-LOCATION
           IF WS-LOC-CODE(WS-LOC-IDX) = SPACES
               MOVE '??' TO WS-U-LOCATION
           END-IF
           PERFORM 5300-PRINT-STATEMENT
           PERFORM 5200-WRITE-ENDING-BOOK
           ADD WS-ST-BEGIN-UNITS TO WS-GT-BEGIN-UNITS
           ADD WS-ST-BEGIN-AMT   TO WS-GT-BEGIN-AMT
           ADD WS-ST-RCV-UNITS   TO WS-GT-RCV-UNITS
           ADD WS-ST-RCV-AMT     TO WS-GT-RCV-AMT
           ADD WS-ST-RTV-UNITS   TO WS-GT-RTV-UNITS
           ADD WS-ST-RTV-AMT     TO WS-GT-RTV-AMT
           ADD WS-ST-ADJ-UNITS   TO WS-GT-ADJ-UNITS
           ADD WS-ST-ADJ-AMT     TO WS-GT-ADJ-AMT
           ADD WS-ST-XFR-UNITS   TO WS-GT-XFR-UNITS
           ADD WS-ST-XFR-AMT     TO WS-GT-XFR-AMT
           ADD WS-ST-END-UNITS   TO WS-GT-END-UNITS
           ADD WS-ST-END-AMT     TO WS-GT-END-AMT
           ADD WS-ST-DIFF-UNITS  TO WS-GT-DIFF-UNITS
           ADD WS-ST-DIFF-AMT    TO WS-GT-DIFF-AMT
           ADD WS-LOC-LATER-UNITS(WS-LOC-IDX) TO WS-GT-LATER-UNITS.

      *---------------------------------------------------------------*
      *    THE ENDING BOOK IS KEPT ON SSCPACT AS THE NEXT PERIOD'S    *
      *    BEGINNING.  A LOCATION WITH NO BOOK RECORD LEFT (ACTIVITY  *
      *    ONLY) STILL GETS ONE, AT WHATEVER THE ENDING WORKED OUT.   *
      *---------------------------------------------------------------*
       5200-WRITE-ENDING-BOOK.
           MOVE WS-CLOSE-YEAR            TO SSCPACT-FISCAL-YEAR
           MOVE WS-CLOSE-PERIOD          TO SSCPACT-FISCAL-PERIOD
           MOVE WS-LOC-CODE(WS-LOC-IDX)  TO SSCPACT-LOCATION-CODE
           MOVE 'END'                    TO SSCPACT-ACTIVITY-CD
           READ SSCPACT-FILE
               INVALID KEY
                   MOVE SPACES                  TO SSCPACT-RECORD
                   MOVE WS-CLOSE-YEAR           TO SSCPACT-FISCAL-YEAR
                   MOVE WS-CLOSE-PERIOD         TO SSCPACT-FISCAL-PERIOD
                   MOVE WS-LOC-CODE(WS-LOC-IDX) TO SSCPACT-LOCATION-CODE
                   MOVE 'END'                   TO SSCPACT-ACTIVITY-CD
                   MOVE WS-ST-END-UNITS         TO SSCPACT-UNITS
                   MOVE WS-ST-END-AMT           TO SSCPACT-AMOUNT
                   MOVE WS-RUN-DATE          TO SSCPACT-LAST-POST-DATE
                   MOVE 'SSCPCLOS'           TO SSCPACT-LAST-POST-PGM
                   WRITE SSCPACT-RECORD
               NOT INVALID KEY
                   MOVE WS-ST-END-UNITS      TO SSCPACT-UNITS
                   MOVE WS-ST-END-AMT        TO SSCPACT-AMOUNT
                   MOVE WS-RUN-DATE          TO SSCPACT-LAST-POST-DATE
                   MOVE 'SSCPCLOS'           TO SSCPACT-LAST-POST-PGM
                   REWRITE SSCPACT-RECORD
           END-READ.

      *---------------------------------------------------------------*
       5300-PRINT-STATEMENT.
           MOVE WS-ST-BEGIN-UNITS TO WS-U-BEGIN
           MOVE WS-ST-RCV-UNITS   TO WS-U-RCV
           MOVE WS-ST-RTV-UNITS   TO WS-U-RTV
           MOVE WS-ST-ADJ-UNITS   TO WS-U-ADJ
           MOVE WS-ST-XFR-UNITS   TO WS-U-XFR
           MOVE WS-ST-END-UNITS   TO WS-U-END
           MOVE WS-ST-DIFF-UNITS  TO WS-U-DIFF
           MOVE WS-UNITS-LINE TO PCLOS-RPT-LINE
           WRITE PCLOS-RPT-LINE
           MOVE WS-ST-BEGIN-AMT   TO WS-A-BEGIN
           MOVE WS-ST-RCV-AMT     TO WS-A-RCV
           MOVE WS-ST-RTV-AMT     TO WS-A-RTV
           MOVE WS-ST-ADJ-AMT     TO WS-A-ADJ
           MOVE WS-ST-XFR-AMT     TO WS-A-XFR
           MOVE WS-ST-END-AMT     TO WS-A-END
           MOVE WS-ST-DIFF-AMT    TO WS-A-DIFF
           MOVE WS-DOLLARS-LINE TO PCLOS-RPT-LINE
           WRITE PCLOS-RPT-LINE.

      *---------------------------------------------------------------*
      *    LAST STEP - ONCE THE PERIOD IS MARKED CLOSED THE POSTING   *
      *    PROGRAMS START REFUSING ACTIVITY DATED INSIDE IT.  AN      *
      *    ABEND BEFORE HERE LEAVES IT OPEN, SO THE CLOSE CAN SIMPLY  *
      *    BE RERUN.                                                  *
      *---------------------------------------------------------------*
       6000-MARK-PERIOD-CLOSED.
           MOVE WS-CLOSE-YEAR   TO SSCFCAL-FISCAL-YEAR
           MOVE WS-CLOSE-PERIOD TO SSCFCAL-FISCAL-PERIOD
           READ SSCFCAL-FILE
               INVALID KEY
                   DISPLAY 'SSCPCLOS - FISCAL PERIOD ' WS-CLOSE-KEY
                       ' VANISHED FROM SSCFCAL - NOT MARKED CLOSED'
                   MOVE 16 TO WS-RETURN-CODE
               NOT INVALID KEY
                   MOVE 'C'         TO SSCFCAL-STATUS-SW
                   MOVE WS-RUN-DATE TO SSCFCAL-CLOSE-DATE
                   REWRITE SSCFCAL-RECORD
           END-READ.

      *---------------------------------------------------------------*
       7000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO PCLOS-RPT-LINE
           WRITE PCLOS-RPT-LINE
           MOVE SPACES TO PCLOS-RPT-LINE
           STRING 'BOOK RECORDS FROZEN - '   DELIMITED BY SIZE
                   WS-BOOKS-SNAPPED          DELIMITED BY SIZE
                   ', ORDER LINES FROZEN - '  DELIMITED BY SIZE
                   WS-ORDERS-SNAPPED         DELIMITED BY SIZE
                   ', ACTIVITY RECORDS READ - '
                                             DELIMITED BY SIZE
                   WS-ACTIVITY-READ          DELIMITED BY SIZE
               INTO PCLOS-RPT-LINE
           WRITE PCLOS-RPT-LINE
           MOVE SPACES TO PCLOS-RPT-LINE
           STRING 'LOCATIONS - '             DELIMITED BY SIZE
                   WS-LOC-COUNT              DELIMITED BY SIZE
                   ', WITH AN UNEXPLAINED UNIT DIFFERENCE - '
                                             DELIMITED BY SIZE
                   WS-LOCATIONS-OUT-OF-BALANCE
                                             DELIMITED BY SIZE
               INTO PCLOS-RPT-LINE
           WRITE PCLOS-RPT-LINE
           IF WS-GT-LATER-UNITS NOT = ZERO
               MOVE WS-GT-LATER-UNITS TO WS-U-END
               MOVE SPACES TO PCLOS-RPT-LINE
               STRING '*** NEXT-PERIOD ACTIVITY ALREADY ON THE BOOK, '
                                             DELIMITED BY SIZE
                       'BACKED OUT OF ENDING - UNITS '
                                             DELIMITED BY SIZE
                       WS-U-END              DELIMITED BY SIZE
                   INTO PCLOS-RPT-LINE
               WRITE PCLOS-RPT-LINE
           END-IF
           IF WS-RETURN-CODE = ZERO
               MOVE SPACES TO PCLOS-RPT-LINE
               STRING 'FISCAL PERIOD '       DELIMITED BY SIZE
                       WS-CLOSE-YEAR         DELIMITED BY SIZE
                       '/'                   DELIMITED BY SIZE
                       WS-CLOSE-PERIOD       DELIMITED BY SIZE
                       ' IS NOW CLOSED'      DELIMITED BY SIZE
                   INTO PCLOS-RPT-LINE
               WRITE PCLOS-RPT-LINE
           END-IF.

      *---------------------------------------------------------------*
      *    LOCATE WS-FIND-LOCATION IN THE TABLE, ADDING A ZEROED      *
      *    ENTRY THE FIRST TIME A LOCATION IS SEEN.  WS-LOC-IDX       *
      *    POINTS AT THE ENTRY ON RETURN.                             *
      *---------------------------------------------------------------*
       8000-FIND-LOCATION-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 8100-SEARCH-LOCATION-ENTRY
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
                   OR WS-LOCATION-FOUND
           IF WS-LOCATION-FOUND
               SET WS-LOC-IDX DOWN BY 1
           ELSE
               IF WS-LOC-COUNT >= 500
                   PERFORM 8050-LOCATION-TABLE-FULL
               END-IF
               ADD 1 TO WS-LOC-COUNT
               SET WS-LOC-IDX TO WS-LOC-COUNT
               MOVE WS-FIND-LOCATION TO WS-LOC-CODE(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-BEGIN-UNITS(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-BEGIN-AMT(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-RCV-UNITS(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-RCV-AMT(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-RTV-UNITS(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-RTV-AMT(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-ADJ-UNITS(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-ADJ-AMT(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-XFR-UNITS(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-XFR-AMT(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-LATER-UNITS(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-LATER-AMT(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-BOOK-UNITS(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-BOOK-AMT(WS-LOC-IDX)
           END-IF.

      *---------------------------------------------------------------*
      *    NO ROOM FOR ANOTHER LOCATION.  THE PERIOD IS STILL OPEN -  *
      *    RAISE THE OCCURS AND RERUN THE CLOSE.                      *
      *---------------------------------------------------------------*
       8050-LOCATION-TABLE-FULL.
           DISPLAY 'SSCPCLOS - WS-LOC-ENTRY TABLE FULL AT 500 '
               'LOCATIONS, LOCATION ' WS-FIND-LOCATION
               ' NOT ADDED - INCREASE OCCURS AND RERUN'
           PERFORM 9000-TERMINATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
       8100-SEARCH-LOCATION-ENTRY.
           IF WS-LOC-CODE(WS-LOC-IDX) = WS-FIND-LOCATION
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF WS-PINV-IS-OPEN
               CLOSE SSCPINV-FILE
           END-IF
           IF WS-OOM-IS-OPEN
               CLOSE SSCOOM-FILE
           END-IF
           IF WS-PACT-IS-OPEN
               CLOSE SSCPACT-FILE
           END-IF
           IF WS-PSNP-IS-OPEN
               CLOSE SSCPSNP-FILE
           END-IF
           IF WS-OSNP-IS-OPEN
               CLOSE SSCOSNP-FILE
           END-IF
           IF WS-FCAL-IS-OPEN
               CLOSE SSCFCAL-FILE
           END-IF
           CLOSE SSCPCLOS-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE.
