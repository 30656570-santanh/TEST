      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCSHPFR                                       *
      *                                                                *
      *   STORE SHIPMENT FILL-RATE REPORT.  READS THE '82X OUTBOUND   *
      *   ORDER CASES' FILE ('821' DETAIL) AND MATCHES EVERY CASE TO  *
      *   THE SSCOOM STORE ALLOCATION IT WAS PICKED AGAINST (BULK /   *
      *   ALLOC / ITEM, SHIPPED TO SSCOOM-STORE-NBR).                 *
      *                                                                *
      *     A MATCHED CASE IS ADDED TO THE ALLOCATION'S RUNNING       *
      *         SHIPPED UNITS ON SSCSHPA AND RECORDED ON SSCSHCA.     *
      *     A CASE ALREADY ON SSCSHCA (A RERUN, OR A CASE RESENT) IS  *
      *         REPORTED AS ALREADY APPLIED AND NOT ADDED AGAIN.      *
      *     A CASE WITH NO ALLOCATION BEHIND IT - NO SUCH ORDER LINE, *
      *         A DIRECT-SHIP LINE THAT NEVER PASSES THROUGH THE SSC, *
      *         OR A LINE ALLOCATED TO A DIFFERENT STORE - IS         *
      *         REPORTED AND NOT ACCUMULATED.                         *
      *                                                                *
      *   THE WHOLE ORDER BOOK IS THEN REPORTED BY STORE.  FILL RATE  *
      *   IS SHIPPED UNITS OVER THE UNITS THE SSC HAD TO SHIP - UNITS *
      *   RECEIVED LESS RETURNED TO VENDOR, NO MORE THAN ORDERED - SO *
      *   A STORE IS NOT SHOWN SHORT FOR STOCK THE SUPPLIER NEVER     *
      *   DELIVERED.  ONLY WAREHOUSE LINES THAT HAVE HAD A RECEIPT    *
      *   COUNT.  A LINE WITH STOCK TO SHIP AND NOTHING SHIPPED, IDLE *
      *   LONGER THAN THE GRACE PERIOD BELOW, IS LISTED UNDER ITS     *
      *   STORE AS NEVER SHIPPED.  STORES ARE CAPTIONED FROM SSCSTRM. *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-19  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-10-15  P.SANTANA   EVERY CASE APPLIED TO SSCSHPA IS NOW
      *                         RECORDED ON THE SSCSHCA CASE-APPLIED
      *                         FILE - A CASE ALREADY THERE IS REPORTED
      *                         AND NOT ADDED TWICE ON A RERUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCSHPFR.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-09-19.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOS-OBCASE-FILE    ASSIGN TO WOSOBC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OBCASE-STATUS.

           SELECT SSCOOM-FILE        ASSIGN TO OOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCOOM-KEY
               FILE STATUS IS WS-OOM-STATUS.

           SELECT SSCSHPA-FILE       ASSIGN TO SHPALC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCSHPA-KEY
               FILE STATUS IS WS-SHPA-STATUS.

           SELECT SSCSHCA-FILE       ASSIGN TO SHPCAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCSHCA-KEY
               FILE STATUS IS WS-SHCA-STATUS.

           SELECT SSCSTRM-FILE       ASSIGN TO STRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCSTRM-STORE-NBR
               FILE STATUS IS WS-STRM-STATUS.

           SELECT SSCSHP-SORT-FILE   ASSIGN TO SHPSORT.

           SELECT SSCSHPFR-RPT       ASSIGN TO SHPFRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPFRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WOS-OBCASE-FILE
           RECORDING MODE IS F.
       01  WOS-OBC-RECORD                PIC X(205).

       FD  SSCOOM-FILE.
           COPY SSCOOM.

       FD  SSCSHPA-FILE.
           COPY SSCSHPA.

       FD  SSCSHCA-FILE.
           COPY SSCSHCA.

       FD  SSCSTRM-FILE.
           COPY SSCSTRM.

       SD  SSCSHP-SORT-FILE.
       01  SHP-SORT-RECORD.
           05  SORT-STORE-NBR            PIC X(05).
           05  SORT-BULK-NBR             PIC X(08).
           05  SORT-ALLOC-NBR            PIC X(08).
           05  SORT-ITEM-NBR             PIC X(19).
           05  SORT-TO-SHIP-UNITS        PIC 9(09).
           05  SORT-SHIPPED-UNITS        PIC 9(09).
           05  SORT-LAST-ACTIVITY-DATE   PIC X(08).
           05  SORT-NEVER-SHIPPED-SW     PIC X(01).
               88  SORT-NEVER-SHIPPED                 VALUE 'Y'.

       FD  SSCSHPFR-RPT.
       01  SHPFR-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY DMSOBCS-DETAIL.

       01  WS-FILE-STATUSES.
           05  WS-OBCASE-STATUS         PIC X(02)  VALUE SPACES.
           05  WS-OOM-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-OOM-OK                           VALUE '00'.
           05  WS-SHPA-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-SHCA-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-STRM-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-SHPFRRPT-STATUS       PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-OBCASE-EOF-SW         PIC X(01)  VALUE 'N'.
               88  WS-OBCASE-AT-EOF                   VALUE 'Y'.
           05  WS-OOM-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-OOM-AT-EOF                      VALUE 'Y'.
           05  WS-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-SORT-AT-EOF                     VALUE 'Y'.
           05  WS-SHCA-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  WS-CASE-ALREADY-APPLIED            VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    GRACE PERIOD - CALENDAR DAYS AN ALLOCATION WITH STOCK TO   *
      *    SHIP MAY SIT SINCE ITS LAST ORDER-BOOK ACTIVITY BEFORE IT  *
      *    IS LISTED AS NEVER SHIPPED.  CHANGE HERE TO RETUNE.        *
      *---------------------------------------------------------------*
       77  WS-SHIP-GRACE-DAYS           PIC 9(03)  VALUE 3.

       77  WS-ACTIVITY-DATE-NUM         PIC 9(08)  VALUE ZERO.
       77  WS-RUN-DATE-NUM              PIC 9(08)  VALUE ZERO.
       77  WS-DAYS-IDLE                 PIC S9(05) VALUE ZERO.
       77  WS-TO-SHIP-UNITS             PIC S9(09) VALUE ZERO.
       77  WS-SHIPPED-UNITS             PIC 9(09)  VALUE ZERO.
       77  WS-FILL-RATE                 PIC 9(03)V9 VALUE ZERO.

       01  WS-NO-ALLOC-REASON           PIC X(30)  VALUE SPACES.
       01  WS-STORE-CAPTION             PIC X(30)  VALUE SPACES.
       77  WS-STORE-NBR-PARM            PIC X(05)  VALUE SPACES.

       01  WS-CURR-STORE-NBR            PIC X(05)  VALUE SPACES.
       01  WS-STORE-TOTALS.
           05  WS-STORE-LINES           PIC 9(07)  VALUE ZERO.
           05  WS-STORE-TO-SHIP         PIC 9(11)  VALUE ZERO.
           05  WS-STORE-SHIPPED         PIC 9(11)  VALUE ZERO.
           05  WS-STORE-NEVER-SHIPPED   PIC 9(07)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    ONE STORE'S NEVER-SHIPPED ALLOCATIONS, HELD UNTIL ITS      *
      *    FILL-RATE LINE HAS PRINTED.  A STORE WITH MORE THAN THE    *
      *    TABLE HOLDS IS COUNTED IN FULL AND THE REST NOTED.         *
      *---------------------------------------------------------------*
       01  WS-NEVER-TABLE-CTL.
           05  WS-NEVER-COUNT           PIC 9(04)  VALUE ZERO.
           05  WS-NEVER-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-NEVER-IDX.
               10  WS-NEVER-BULK-NBR    PIC X(08).
               10  WS-NEVER-ALLOC-NBR   PIC X(08).
               10  WS-NEVER-ITEM-NBR    PIC X(19).
               10  WS-NEVER-TO-SHIP     PIC 9(09).
               10  WS-NEVER-ACTIVITY-DATE
                                        PIC X(08).

       77  WS-PCT-BASE                  PIC 9(11)  VALUE ZERO.
       77  WS-PCT-PART                  PIC 9(11)  VALUE ZERO.

       77  WS-CASES-READ                PIC 9(09)  VALUE ZERO.
       77  WS-CASES-MATCHED             PIC 9(09)  VALUE ZERO.
       77  WS-CASES-NO-ALLOCATION       PIC 9(07)  VALUE ZERO.
       77  WS-CASES-ALREADY-APPLIED     PIC 9(09)  VALUE ZERO.
       77  WS-UNITS-NO-ALLOCATION       PIC 9(11)  VALUE ZERO.
       77  WS-STORES-REPORTED           PIC 9(07)  VALUE ZERO.
       77  WS-LINES-REPORTED            PIC 9(09)  VALUE ZERO.
       77  WS-LINES-NEVER-SHIPPED       PIC 9(07)  VALUE ZERO.
       77  WS-TOTAL-TO-SHIP             PIC 9(11)  VALUE ZERO.
       77  WS-TOTAL-SHIPPED             PIC 9(11)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    REPORT LINE LAYOUTS                                         *
      *---------------------------------------------------------------*
       01  WS-NO-ALLOC-LINE.
           05  WS-N-CASE-NBR             PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-N-STORE-NBR            PIC X(05).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-N-STORE-NAME           PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-N-BULK-NBR             PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-N-ALLOC-NBR            PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-N-ITEM-NBR             PIC X(19).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-N-UNITS                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-N-REASON               PIC X(30).

       01  WS-STORE-HEADING-LINE.
           05  FILLER                   PIC X(05) VALUE 'STORE'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE 'NAME'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE '    LINES'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
                   '  UNITS TO SHIP'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
                   '  UNITS SHIPPED'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE '  FILL'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE
                   'NEVER SHIPPED'.

       01  WS-STORE-LINE.
           05  WS-S-STORE-NBR            PIC X(05).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-S-STORE-NAME           PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-LINES                PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-TO-SHIP              PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-S-SHIPPED              PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-FILL-RATE            PIC ZZ9.9.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-NEVER-SHIPPED        PIC Z,ZZZ,ZZ9.

       01  WS-NEVER-SHIPPED-LINE.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(18) VALUE
                   'NEVER SHIPPED -  '.
           05  WS-V-BULK-NBR             PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-V-ALLOC-NBR            PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-V-ITEM-NBR             PIC X(19).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE 'TO SHIP '.
           05  WS-V-TO-SHIP              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(14) VALUE
                   'LAST ACTIVITY '.
           05  WS-V-ACTIVITY-DATE        PIC X(08).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCSHPFR'.
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
           PERFORM 2000-APPLY-OUTBOUND-CASES
               THRU 2000-APPLY-OUTBOUND-CASES-EXIT
           SORT SSCSHP-SORT-FILE
               ON ASCENDING KEY SORT-STORE-NBR
                                 SORT-BULK-NBR
                                 SORT-ALLOC-NBR
                                 SORT-ITEM-NBR
               INPUT PROCEDURE IS 3000-SELECT-ALLOCATIONS
                   THRU 3000-SELECT-ALLOCATIONS-EXIT
               OUTPUT PROCEDURE IS 4000-REPORT-BY-STORE
                   THRU 4000-REPORT-BY-STORE-EXIT
           PERFORM 5000-WRITE-FINAL-TOTALS
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
               DISPLAY 'SSCSHPFR - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-CASES-READ TO WS-RCTL-RECORDS-IN
           MOVE WS-LINES-REPORTED TO WS-RCTL-RECORDS-OUT
           CALL 'SSCRUNCL' USING WS-RCTL-FUNCTION-SW
                                 WS-RCTL-PROGRAM-ID
                                 WS-RCTL-RETURN-CODE
                                 WS-RCTL-RECORDS-IN
                                 WS-RCTL-RECORDS-OUT
                                 WS-RCTL-RESULT-CODE
           END-CALL
           MOVE WS-RCTL-RETURN-CODE TO RETURN-CODE.

      *---------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT  WOS-OBCASE-FILE
           OPEN INPUT  SSCOOM-FILE
           OPEN I-O    SSCSHPA-FILE
           IF WS-SHPA-STATUS = '35'
               OPEN OUTPUT SSCSHPA-FILE
               CLOSE SSCSHPA-FILE
               OPEN I-O SSCSHPA-FILE
           END-IF
           OPEN I-O    SSCSHCA-FILE
           IF WS-SHCA-STATUS = '35'
               OPEN OUTPUT SSCSHCA-FILE
               CLOSE SSCSHCA-FILE
               OPEN I-O SSCSHCA-FILE
           END-IF
           OPEN INPUT  SSCSTRM-FILE
           OPEN OUTPUT SSCSHPFR-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           MOVE 'SSCSHPFR - STORE SHIPMENT FILL-RATE REPORT'
               TO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE
           MOVE SPACES TO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE
           MOVE 'CASES SHIPPED WITH NO STORE ALLOCATION BEHIND THEM'
               TO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE.

      *---------------------------------------------------------------*
       2000-APPLY-OUTBOUND-CASES.
           PERFORM 2100-READ-OUTBOUND-CASE
           PERFORM UNTIL WS-OBCASE-AT-EOF
               IF WOS-OBC-RECORD(1:3) = '821'
                   PERFORM 2200-MATCH-ONE-CASE
                       THRU 2200-MATCH-ONE-CASE-EXIT
               END-IF
               PERFORM 2100-READ-OUTBOUND-CASE
           END-PERFORM.
       2000-APPLY-OUTBOUND-CASES-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-OUTBOUND-CASE.
           READ WOS-OBCASE-FILE
               AT END
                   MOVE 'Y' TO WS-OBCASE-EOF-SW
               NOT AT END
                   MOVE WOS-OBC-RECORD TO DMSOBCS-DETAIL
           END-READ.

      *---------------------------------------------------------------*
      *    THE CASE MUST LAND ON A WAREHOUSE ORDER LINE ALLOCATED TO  *
      *    THE SAME STORE IT SHIPPED TO.  A CASE ALREADY ON SSCSHCA   *
      *    HAS BEEN ADDED TO SSCSHPA ONCE AND IS NOT ADDED AGAIN.     *
      *---------------------------------------------------------------*
       2200-MATCH-ONE-CASE.
           ADD 1 TO WS-CASES-READ
           MOVE DMSOBCS-BULK-NBR  TO SSCOOM-BULK-NBR
           MOVE DMSOBCS-ALLOC-NBR TO SSCOOM-ALLOC-NBR
           MOVE DMSOBCS-ITEM-NBR  TO SSCOOM-ITEM-NBR
           READ SSCOOM-FILE
               INVALID KEY
                   MOVE 'NO SUCH ORDER LINE' TO WS-NO-ALLOC-REASON
                   PERFORM 2300-LOG-CASE-NO-ALLOCATION
                   GO TO 2200-MATCH-ONE-CASE-EXIT
           END-READ
           IF NOT SSCOOM-IS-WAREHOUSE-PO
               MOVE 'DIRECT-SHIP ORDER LINE' TO WS-NO-ALLOC-REASON
               PERFORM 2300-LOG-CASE-NO-ALLOCATION
               GO TO 2200-MATCH-ONE-CASE-EXIT
           END-IF
           IF SSCOOM-STORE-NBR NOT = DMSOBCS-STORE-NBR
               MOVE SPACES TO WS-NO-ALLOC-REASON
               STRING 'ALLOCATED TO STORE '     DELIMITED BY SIZE
                       SSCOOM-STORE-NBR         DELIMITED BY SIZE
                   INTO WS-NO-ALLOC-REASON
               PERFORM 2300-LOG-CASE-NO-ALLOCATION
               GO TO 2200-MATCH-ONE-CASE-EXIT
           END-IF
           MOVE 'N' TO WS-SHCA-FOUND-SW
           MOVE DMSOBCS-CASE-NBR  TO SSCSHCA-CASE-NBR
           READ SSCSHCA-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SHCA-FOUND-SW
           END-READ
           IF WS-CASE-ALREADY-APPLIED
               PERFORM 2400-LOG-CASE-ALREADY-APPLIED
               GO TO 2200-MATCH-ONE-CASE-EXIT
           END-IF
           ADD 1 TO WS-CASES-MATCHED
           MOVE DMSOBCS-BULK-NBR  TO SSCSHPA-BULK-NBR
           MOVE DMSOBCS-ALLOC-NBR TO SSCSHPA-ALLOC-NBR
           MOVE DMSOBCS-ITEM-NBR  TO SSCSHPA-ITEM-NBR
           READ SSCSHPA-FILE
               INVALID KEY
                   MOVE SPACES              TO SSCSHPA-RECORD
                   MOVE DMSOBCS-BULK-NBR    TO SSCSHPA-BULK-NBR
                   MOVE DMSOBCS-ALLOC-NBR   TO SSCSHPA-ALLOC-NBR
                   MOVE DMSOBCS-ITEM-NBR    TO SSCSHPA-ITEM-NBR
                   MOVE DMSOBCS-STORE-NBR   TO SSCSHPA-STORE-NBR
                   MOVE DMSOBCS-UNITS       TO SSCSHPA-SHIPPED-UNITS
                   MOVE 1                   TO SSCSHPA-SHIPPED-CASES
                   MOVE DMSOBCS-TRANS-DATE  TO SSCSHPA-FIRST-SHIP-DATE
                   MOVE DMSOBCS-TRANS-DATE  TO SSCSHPA-LAST-SHIP-DATE
                   WRITE SSCSHPA-RECORD
               NOT INVALID KEY
                   ADD DMSOBCS-UNITS        TO SSCSHPA-SHIPPED-UNITS
                   ADD 1                    TO SSCSHPA-SHIPPED-CASES
                   IF DMSOBCS-TRANS-DATE > SSCSHPA-LAST-SHIP-DATE
                       MOVE DMSOBCS-TRANS-DATE
                           TO SSCSHPA-LAST-SHIP-DATE
                   END-IF
                   REWRITE SSCSHPA-RECORD
           END-READ
           PERFORM 2500-RECORD-CASE-APPLIED.
       2200-MATCH-ONE-CASE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2300-LOG-CASE-NO-ALLOCATION.
           ADD 1 TO WS-CASES-NO-ALLOCATION
           ADD DMSOBCS-UNITS TO WS-UNITS-NO-ALLOCATION
           MOVE DMSOBCS-STORE-NBR TO WS-STORE-NBR-PARM
           PERFORM 8000-CAPTION-STORE
           MOVE SPACES              TO WS-NO-ALLOC-LINE
           MOVE DMSOBCS-CASE-NBR    TO WS-N-CASE-NBR
           MOVE DMSOBCS-STORE-NBR   TO WS-N-STORE-NBR
           MOVE WS-STORE-CAPTION    TO WS-N-STORE-NAME
           MOVE DMSOBCS-BULK-NBR    TO WS-N-BULK-NBR
           MOVE DMSOBCS-ALLOC-NBR   TO WS-N-ALLOC-NBR
           MOVE DMSOBCS-ITEM-NBR    TO WS-N-ITEM-NBR
           MOVE DMSOBCS-UNITS       TO WS-N-UNITS
           MOVE WS-NO-ALLOC-REASON  TO WS-N-REASON
           MOVE WS-NO-ALLOC-LINE TO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE.

      *---------------------------------------------------------------*
       2400-LOG-CASE-ALREADY-APPLIED.
           ADD 1 TO WS-CASES-ALREADY-APPLIED
           MOVE SPACES TO SHPFR-RPT-LINE
           STRING '*** CASE ALREADY APPLIED, NOT ADDED AGAIN - CASE '
                   DELIMITED BY SIZE
                   DMSOBCS-CASE-NBR         DELIMITED BY SIZE
                   ' BULK '                 DELIMITED BY SIZE
                   DMSOBCS-BULK-NBR         DELIMITED BY SIZE
                   ' ALLOC '                DELIMITED BY SIZE
                   DMSOBCS-ALLOC-NBR        DELIMITED BY SIZE
                   ' ITEM '                 DELIMITED BY SIZE
                   DMSOBCS-ITEM-NBR         DELIMITED BY SIZE
               INTO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE.

      *---------------------------------------------------------------*
       2500-RECORD-CASE-APPLIED.
           MOVE SPACES                  TO SSCSHCA-RECORD
           MOVE DMSOBCS-CASE-NBR        TO SSCSHCA-CASE-NBR
           MOVE DMSOBCS-BULK-NBR        TO SSCSHCA-BULK-NBR
           MOVE DMSOBCS-ALLOC-NBR       TO SSCSHCA-ALLOC-NBR
           MOVE DMSOBCS-ITEM-NBR        TO SSCSHCA-ITEM-NBR
           MOVE DMSOBCS-STORE-NBR       TO SSCSHCA-STORE-NBR
           MOVE DMSOBCS-UNITS           TO SSCSHCA-UNITS
           MOVE DMSOBCS-TRANS-DATE      TO SSCSHCA-SHIP-DATE
           MOVE WS-RUN-DATE             TO SSCSHCA-APPLIED-DATE
           WRITE SSCSHCA-RECORD.

      *---------------------------------------------------------------*
      *    SORT INPUT - EVERY WAREHOUSE STORE ALLOCATION THAT HAS HAD *
      *    A RECEIPT, WITH WHAT IT HAD TO SHIP AND WHAT HAS SHIPPED.  *
      *    CANCELLED LINES WILL NEVER SHIP AND ARE LEFT OUT.          *
      *---------------------------------------------------------------*
       3000-SELECT-ALLOCATIONS.
           MOVE LOW-VALUES TO SSCOOM-KEY
           START SSCOOM-FILE KEY IS NOT LESS THAN SSCOOM-KEY
               INVALID KEY
                   GO TO 3000-SELECT-ALLOCATIONS-EXIT
           END-START
           PERFORM 3100-READ-NEXT-ORDER-LINE
           PERFORM UNTIL WS-OOM-AT-EOF
               IF SSCOOM-IS-WAREHOUSE-PO
                   AND NOT SSCOOM-IS-CANCELLED
                   AND SSCOOM-STORE-NBR NOT = SPACES
                   AND SSCOOM-RECEIVED-UNITS > ZERO
                   PERFORM 3200-RELEASE-ALLOCATION
               END-IF
               PERFORM 3100-READ-NEXT-ORDER-LINE
           END-PERFORM.
       3000-SELECT-ALLOCATIONS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3100-READ-NEXT-ORDER-LINE.
           READ SSCOOM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OOM-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       3200-RELEASE-ALLOCATION.
           COMPUTE WS-TO-SHIP-UNITS =
               SSCOOM-RECEIVED-UNITS - SSCOOM-RTV-UNITS
           IF WS-TO-SHIP-UNITS < ZERO
               MOVE ZERO TO WS-TO-SHIP-UNITS
           END-IF
           IF WS-TO-SHIP-UNITS > SSCOOM-ORDERED-UNITS
               MOVE SSCOOM-ORDERED-UNITS TO WS-TO-SHIP-UNITS
           END-IF
           MOVE SSCOOM-BULK-NBR  TO SSCSHPA-BULK-NBR
           MOVE SSCOOM-ALLOC-NBR TO SSCSHPA-ALLOC-NBR
           MOVE SSCOOM-ITEM-NBR  TO SSCSHPA-ITEM-NBR
           READ SSCSHPA-FILE
               INVALID KEY
                   MOVE ZERO TO WS-SHIPPED-UNITS
               NOT INVALID KEY
                   MOVE SSCSHPA-SHIPPED-UNITS TO WS-SHIPPED-UNITS
           END-READ
           MOVE SPACES                    TO SHP-SORT-RECORD
           MOVE SSCOOM-STORE-NBR          TO SORT-STORE-NBR
           MOVE SSCOOM-BULK-NBR           TO SORT-BULK-NBR
           MOVE SSCOOM-ALLOC-NBR          TO SORT-ALLOC-NBR
           MOVE SSCOOM-ITEM-NBR           TO SORT-ITEM-NBR
           MOVE WS-TO-SHIP-UNITS          TO SORT-TO-SHIP-UNITS
           MOVE WS-SHIPPED-UNITS          TO SORT-SHIPPED-UNITS
           MOVE SSCOOM-LAST-ACTIVITY-DATE TO SORT-LAST-ACTIVITY-DATE
           MOVE 'N'                       TO SORT-NEVER-SHIPPED-SW
           IF WS-TO-SHIP-UNITS > ZERO AND WS-SHIPPED-UNITS = ZERO
               PERFORM 3300-TEST-GRACE-PERIOD
           END-IF
           RELEASE SHP-SORT-RECORD.

      *---------------------------------------------------------------*
      *    AN UNREADABLE ACTIVITY DATE CANNOT BE AGED AND IS LISTED.  *
      *---------------------------------------------------------------*
       3300-TEST-GRACE-PERIOD.
           IF SSCOOM-LAST-ACTIVITY-DATE NOT NUMERIC
               MOVE 'Y' TO SORT-NEVER-SHIPPED-SW
           ELSE
               MOVE SSCOOM-LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE-NUM
               COMPUTE WS-DAYS-IDLE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE-NUM)
               IF WS-DAYS-IDLE > WS-SHIP-GRACE-DAYS
                   MOVE 'Y' TO SORT-NEVER-SHIPPED-SW
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    SORT OUTPUT - CONTROL BREAK ON STORE.  EACH STORE PRINTS   *
      *    ITS FILL-RATE LINE FOLLOWED BY ANY ALLOCATIONS NEVER       *
      *    SHIPPED, WHICH ARE HELD IN WS-NEVER-TABLE-CTL UNTIL THE    *
      *    STORE'S TOTALS ARE KNOWN.                                  *
      *---------------------------------------------------------------*
       4000-REPORT-BY-STORE.
           MOVE SPACES TO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE
           MOVE 'SHIP FILL RATE BY STORE' TO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE
           MOVE WS-STORE-HEADING-LINE TO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE
           PERFORM 4100-RETURN-SORTED-ALLOCATION
           IF NOT WS-SORT-AT-EOF
               PERFORM 4150-START-NEW-STORE
           END-IF
           PERFORM UNTIL WS-SORT-AT-EOF
               IF SORT-STORE-NBR NOT = WS-CURR-STORE-NBR
                   PERFORM 4300-FINISH-STORE
                   PERFORM 4150-START-NEW-STORE
               END-IF
               PERFORM 4200-ACCUMULATE-ALLOCATION
               PERFORM 4100-RETURN-SORTED-ALLOCATION
           END-PERFORM
           IF WS-LINES-REPORTED > ZERO
               PERFORM 4300-FINISH-STORE
           END-IF.
       4000-REPORT-BY-STORE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       4100-RETURN-SORTED-ALLOCATION.
           RETURN SSCSHP-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

      *---------------------------------------------------------------*
       4150-START-NEW-STORE.
           MOVE SORT-STORE-NBR TO WS-CURR-STORE-NBR
           MOVE ZERO TO WS-STORE-LINES
           MOVE ZERO TO WS-STORE-TO-SHIP
           MOVE ZERO TO WS-STORE-SHIPPED
           MOVE ZERO TO WS-STORE-NEVER-SHIPPED
           MOVE ZERO TO WS-NEVER-COUNT.

      *---------------------------------------------------------------*
       4200-ACCUMULATE-ALLOCATION.
           ADD 1 TO WS-LINES-REPORTED
           ADD 1                  TO WS-STORE-LINES
           ADD SORT-TO-SHIP-UNITS TO WS-STORE-TO-SHIP
           ADD SORT-SHIPPED-UNITS TO WS-STORE-SHIPPED
           IF SORT-NEVER-SHIPPED
               ADD 1 TO WS-STORE-NEVER-SHIPPED
               IF WS-NEVER-COUNT < 200
                   ADD 1 TO WS-NEVER-COUNT
                   SET WS-NEVER-IDX TO WS-NEVER-COUNT
                   MOVE SORT-BULK-NBR
                       TO WS-NEVER-BULK-NBR(WS-NEVER-IDX)
                   MOVE SORT-ALLOC-NBR
                       TO WS-NEVER-ALLOC-NBR(WS-NEVER-IDX)
                   MOVE SORT-ITEM-NBR
                       TO WS-NEVER-ITEM-NBR(WS-NEVER-IDX)
                   MOVE SORT-TO-SHIP-UNITS
                       TO WS-NEVER-TO-SHIP(WS-NEVER-IDX)
                   MOVE SORT-LAST-ACTIVITY-DATE
                       TO WS-NEVER-ACTIVITY-DATE(WS-NEVER-IDX)
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       4300-FINISH-STORE.
           ADD 1 TO WS-STORES-REPORTED
           ADD WS-STORE-TO-SHIP       TO WS-TOTAL-TO-SHIP
           ADD WS-STORE-SHIPPED       TO WS-TOTAL-SHIPPED
           ADD WS-STORE-NEVER-SHIPPED TO WS-LINES-NEVER-SHIPPED
           MOVE WS-CURR-STORE-NBR TO WS-STORE-NBR-PARM
           PERFORM 8000-CAPTION-STORE
           MOVE SPACES TO WS-STORE-LINE
           MOVE WS-CURR-STORE-NBR      TO WS-S-STORE-NBR
           MOVE WS-STORE-CAPTION       TO WS-S-STORE-NAME
           MOVE WS-STORE-LINES         TO WS-S-LINES
           MOVE WS-STORE-TO-SHIP       TO WS-S-TO-SHIP
           MOVE WS-STORE-SHIPPED       TO WS-S-SHIPPED
           MOVE WS-STORE-NEVER-SHIPPED TO WS-S-NEVER-SHIPPED
           MOVE WS-STORE-TO-SHIP       TO WS-PCT-BASE
           MOVE WS-STORE-SHIPPED       TO WS-PCT-PART
           PERFORM 8100-COMPUTE-FILL-RATE
           MOVE WS-FILL-RATE           TO WS-S-FILL-RATE
           MOVE WS-STORE-LINE TO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE
           PERFORM 4310-LIST-NEVER-SHIPPED
               VARYING WS-NEVER-IDX FROM 1 BY 1
               UNTIL WS-NEVER-IDX > WS-NEVER-COUNT
           IF WS-STORE-NEVER-SHIPPED > WS-NEVER-COUNT
               MOVE SPACES TO SHPFR-RPT-LINE
               STRING '      ... AND MORE NEVER-SHIPPED LINES NOT LIST'
                                              DELIMITED BY SIZE
                       'ED FOR THIS STORE'    DELIMITED BY SIZE
                   INTO SHPFR-RPT-LINE
               WRITE SHPFR-RPT-LINE
           END-IF.

      *---------------------------------------------------------------*
       4310-LIST-NEVER-SHIPPED.
           MOVE WS-NEVER-BULK-NBR(WS-NEVER-IDX)  TO WS-V-BULK-NBR
           MOVE WS-NEVER-ALLOC-NBR(WS-NEVER-IDX) TO WS-V-ALLOC-NBR
           MOVE WS-NEVER-ITEM-NBR(WS-NEVER-IDX)  TO WS-V-ITEM-NBR
           MOVE WS-NEVER-TO-SHIP(WS-NEVER-IDX)   TO WS-V-TO-SHIP
           MOVE WS-NEVER-ACTIVITY-DATE(WS-NEVER-IDX)
               TO WS-V-ACTIVITY-DATE
           MOVE WS-NEVER-SHIPPED-LINE TO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE.

      *---------------------------------------------------------------*
       5000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE
           MOVE WS-TOTAL-TO-SHIP TO WS-PCT-BASE
           MOVE WS-TOTAL-SHIPPED TO WS-PCT-PART
           PERFORM 8100-COMPUTE-FILL-RATE
           MOVE SPACES TO WS-STORE-LINE
           MOVE 'ALL'                  TO WS-S-STORE-NBR
           MOVE 'ALL STORES'           TO WS-S-STORE-NAME
           MOVE WS-LINES-REPORTED      TO WS-S-LINES
           MOVE WS-TOTAL-TO-SHIP       TO WS-S-TO-SHIP
           MOVE WS-TOTAL-SHIPPED       TO WS-S-SHIPPED
           MOVE WS-FILL-RATE           TO WS-S-FILL-RATE
           MOVE WS-LINES-NEVER-SHIPPED TO WS-S-NEVER-SHIPPED
           MOVE WS-STORE-LINE TO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE
           MOVE SPACES TO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE
           MOVE SPACES TO SHPFR-RPT-LINE
           STRING 'CASES READ - '            DELIMITED BY SIZE
                   WS-CASES-READ             DELIMITED BY SIZE
                   ', MATCHED - '            DELIMITED BY SIZE
                   WS-CASES-MATCHED          DELIMITED BY SIZE
                   ', NO ALLOCATION - '      DELIMITED BY SIZE
                   WS-CASES-NO-ALLOCATION    DELIMITED BY SIZE
                   ' ('                      DELIMITED BY SIZE
                   WS-UNITS-NO-ALLOCATION    DELIMITED BY SIZE
                   ' UNITS)'                 DELIMITED BY SIZE
               INTO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE
           MOVE SPACES TO SHPFR-RPT-LINE
           STRING 'CASES ALREADY APPLIED, NOT ADDED AGAIN - '
                                             DELIMITED BY SIZE
                   WS-CASES-ALREADY-APPLIED  DELIMITED BY SIZE
               INTO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE
           MOVE SPACES TO SHPFR-RPT-LINE
           STRING 'STORES REPORTED - '       DELIMITED BY SIZE
                   WS-STORES-REPORTED        DELIMITED BY SIZE
                   ', ALLOCATIONS - '        DELIMITED BY SIZE
                   WS-LINES-REPORTED         DELIMITED BY SIZE
                   ', NEVER SHIPPED - '      DELIMITED BY SIZE
                   WS-LINES-NEVER-SHIPPED    DELIMITED BY SIZE
               INTO SHPFR-RPT-LINE
           WRITE SHPFR-RPT-LINE.

      *---------------------------------------------------------------*
       8000-CAPTION-STORE.
           MOVE WS-STORE-NBR-PARM TO SSCSTRM-STORE-NBR
           READ SSCSTRM-FILE
               INVALID KEY
                   MOVE '** NOT ON STORE MASTER **' TO WS-STORE-CAPTION
               NOT INVALID KEY
                   MOVE SSCSTRM-STORE-NAME TO WS-STORE-CAPTION
                   IF SSCSTRM-IS-INACTIVE
                       MOVE '(CLOSED)' TO WS-STORE-CAPTION(23:8)
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      *    FILL RATE TO ONE DECIMAL.  NOTHING TO SHIP SHOWS 100.0;    *
      *    OVER-SHIPMENT BEYOND 999.9 IS SHOWN AS 999.9.              *
      *---------------------------------------------------------------*
       8100-COMPUTE-FILL-RATE.
           IF WS-PCT-BASE = ZERO
               MOVE 100 TO WS-FILL-RATE
           ELSE
               COMPUTE WS-FILL-RATE ROUNDED =
                   WS-PCT-PART * 100 / WS-PCT-BASE
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-FILL-RATE
               END-COMPUTE
           END-IF.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE WOS-OBCASE-FILE
           CLOSE SSCOOM-FILE
           CLOSE SSCSHPA-FILE
           CLOSE SSCSHCA-FILE
           CLOSE SSCSTRM-FILE
           CLOSE SSCSHPFR-RPT.
