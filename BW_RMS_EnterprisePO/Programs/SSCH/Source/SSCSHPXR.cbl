      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCSHPXR                                       *
      *                                                                *
      *   SUPPLIER SHIP-POINT EXCEPTION REPORT.  BROWSES THE OPEN     *
      *   LINES ON THE SSCOOM ORDER BOOK, SORTS THEM BY SUPPLIER,     *
      *   AND LISTS EVERY ACTIVE SUPPLIER (SSCSUPA) WITH OPEN ORDER   *
      *   LINES BUT NO ACTIVE SHIP POINT ON SSCSHPT - EITHER NO SHIP  *
      *   POINT WAS EVER SENT ON THE '065 SHIPPOINT FILE' OR EVERY    *
      *   ONE ON FILE HAS BEEN MARKED INACTIVE.  GOODS FROM THESE     *
      *   SUPPLIERS HAVE NO APPROVED ORIGIN, SO TRAFFIC CANNOT PLAN   *
      *   THE INBOUND FREIGHT AND ANY RECEIPT IS FROM AN UNAPPROVED   *
      *   ORIGIN BY DEFINITION.  RUNS AFTER SSCSHPLD.  SUPPLIERS NOT  *
      *   ON SSCSUPA AT ALL ARE ALREADY REPORTED BY SSCSUPXR AND ARE  *
      *   ONLY COUNTED HERE.                                          *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-24  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCSHPXR.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-09-24.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSCOOM-FILE        ASSIGN TO OOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCOOM-KEY
               FILE STATUS IS WS-OOM-STATUS.

           SELECT SSCSUPA-FILE       ASSIGN TO SUPAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCSUPA-SUPPLIER-NBR
               FILE STATUS IS WS-SUPA-STATUS.

           SELECT SSCSHPT-FILE       ASSIGN TO SHPTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCSHPT-KEY
               FILE STATUS IS WS-SHPT-STATUS.

           SELECT SSCSPX-SORT-FILE   ASSIGN TO SPXSORT.

           SELECT SSCSHPXR-RPT       ASSIGN TO SHPXRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPXRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSCOOM-FILE.
           COPY SSCOOM.

       FD  SSCSUPA-FILE.
           COPY SSCSUPA.

       FD  SSCSHPT-FILE.
           COPY SSCSHPT.

       SD  SSCSPX-SORT-FILE.
       01  SPX-SORT-RECORD.
           05  SORT-SUPPLIER-NBR         PIC X(06).
           05  SORT-ORDER-DATE           PIC X(08).
           05  SORT-OPEN-UNITS           PIC 9(09).

       FD  SSCSHPXR-RPT.
       01  SHPXR-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-OOM-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-OOM-OK                           VALUE '00'.
           05  WS-SUPA-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-SHPT-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-SHPT-OK                          VALUE '00'.
           05  WS-SHPXRRPT-STATUS       PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-OOM-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-OOM-AT-EOF                      VALUE 'Y'.
           05  WS-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-SORT-AT-EOF                     VALUE 'Y'.
           05  WS-SHPT-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-SHPT-AT-EOF                     VALUE 'Y'.
           05  WS-SUPPLIER-KNOWN-SW     PIC X(01)  VALUE 'N'.
               88  WS-SUPPLIER-KNOWN                  VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.

       77  WS-OPEN-UNITS                PIC S9(09) VALUE ZERO.

      *---------------------------------------------------------------*
      *    CURRENT SUPPLIER CONTROL-BREAK ACCUMULATORS                *
      *---------------------------------------------------------------*
       01  WS-CURR-SUPPLIER-NBR         PIC X(06)  VALUE SPACES.
       77  WS-SUPP-OPEN-LINES           PIC 9(07)  VALUE ZERO.
       77  WS-SUPP-OPEN-UNITS           PIC 9(11)  VALUE ZERO.
       77  WS-SUPP-OLDEST-ORDER         PIC X(08)  VALUE SPACES.
       77  WS-SHIP-POINTS-ON-FILE       PIC 9(05)  VALUE ZERO.
       77  WS-SHIP-POINTS-ACTIVE        PIC 9(05)  VALUE ZERO.

       77  WS-OPEN-LINES-READ           PIC 9(09)  VALUE ZERO.
       77  WS-SUPPLIERS-CHECKED         PIC 9(07)  VALUE ZERO.
       77  WS-SUPPLIERS-COVERED         PIC 9(07)  VALUE ZERO.
       77  WS-SUPPLIERS-INACTIVE        PIC 9(07)  VALUE ZERO.
       77  WS-SUPPLIERS-UNKNOWN         PIC 9(07)  VALUE ZERO.
       77  WS-SUPPLIERS-EXCEPTED        PIC 9(07)  VALUE ZERO.
       77  WS-UNITS-EXCEPTED            PIC 9(11)  VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(08) VALUE 'SUPPLIER'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(30) VALUE 'NAME'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'OPEN LINES'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE ' OPEN UNITS'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'OLDEST'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE 'EXCEPTION'.

       01  WS-EXCEPTION-LINE.
           05  WS-X-SUPPLIER-NBR         PIC X(06).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-X-SUPPLIER-NAME        PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-X-OPEN-LINES           PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-X-OPEN-UNITS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-X-OLDEST-ORDER         PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-X-REASON               PIC X(40).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCSHPXR'.
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
           SORT SSCSPX-SORT-FILE
               ON ASCENDING KEY SORT-SUPPLIER-NBR
                                 SORT-ORDER-DATE
               INPUT PROCEDURE IS 2000-SELECT-OPEN-LINES
                   THRU 2000-SELECT-OPEN-LINES-EXIT
               OUTPUT PROCEDURE IS 3000-CHECK-BY-SUPPLIER
                   THRU 3000-CHECK-BY-SUPPLIER-EXIT
           PERFORM 4000-WRITE-FINAL-TOTALS
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
               DISPLAY 'SSCSHPXR - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-OPEN-LINES-READ TO WS-RCTL-RECORDS-IN
           MOVE WS-SUPPLIERS-EXCEPTED TO WS-RCTL-RECORDS-OUT
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  SSCOOM-FILE
           OPEN INPUT  SSCSUPA-FILE
           OPEN INPUT  SSCSHPT-FILE
           OPEN OUTPUT SSCSHPXR-RPT
           MOVE SPACES TO SHPXR-RPT-LINE
           STRING 'SSCSHPXR - SUPPLIERS WITH OPEN ORDERS AND NO '
                                              DELIMITED BY SIZE
                   'ACTIVE SHIP POINT - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
               INTO SHPXR-RPT-LINE
           WRITE SHPXR-RPT-LINE
           MOVE SPACES TO SHPXR-RPT-LINE
           WRITE SHPXR-RPT-LINE
           MOVE WS-HEADING-LINE TO SHPXR-RPT-LINE
           WRITE SHPXR-RPT-LINE.

      *---------------------------------------------------------------*
      *    SORT INPUT - EVERY OPEN ORDER LINE, DIRECT OR WAREHOUSE,   *
      *    WITH ITS OUTSTANDING UNITS (ORDERED LESS RECEIVED LESS     *
      *    RETURNED, FLOORED AT ZERO).                                *
      *---------------------------------------------------------------*
       2000-SELECT-OPEN-LINES.
           MOVE LOW-VALUES TO SSCOOM-KEY
           START SSCOOM-FILE KEY IS NOT LESS THAN SSCOOM-KEY
               INVALID KEY
                   GO TO 2000-SELECT-OPEN-LINES-EXIT
           END-START
           PERFORM 2100-READ-NEXT-ORDER-LINE
           PERFORM UNTIL WS-OOM-AT-EOF
               IF SSCOOM-IS-OPEN
                   PERFORM 2200-RELEASE-OPEN-LINE
               END-IF
               PERFORM 2100-READ-NEXT-ORDER-LINE
           END-PERFORM.
       2000-SELECT-OPEN-LINES-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-NEXT-ORDER-LINE.
           READ SSCOOM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OOM-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       2200-RELEASE-OPEN-LINE.
           ADD 1 TO WS-OPEN-LINES-READ
           COMPUTE WS-OPEN-UNITS = SSCOOM-ORDERED-UNITS
                                 - SSCOOM-RECEIVED-UNITS
                                 - SSCOOM-RTV-UNITS
           IF WS-OPEN-UNITS < ZERO
               MOVE ZERO TO WS-OPEN-UNITS
           END-IF
           MOVE SPACES              TO SPX-SORT-RECORD
           MOVE SSCOOM-SUPPLIER-NBR TO SORT-SUPPLIER-NBR
           MOVE SSCOOM-ORDER-DATE   TO SORT-ORDER-DATE
           MOVE WS-OPEN-UNITS       TO SORT-OPEN-UNITS
           RELEASE SPX-SORT-RECORD.

      *---------------------------------------------------------------*
      *    SORT OUTPUT - CONTROL BREAK ON SUPPLIER.  THE FIRST LINE   *
      *    OF EACH SUPPLIER CARRIES ITS OLDEST ORDER DATE.            *
      *---------------------------------------------------------------*
       3000-CHECK-BY-SUPPLIER.
           PERFORM 3100-RETURN-SORTED-LINE
           IF NOT WS-SORT-AT-EOF
               PERFORM 3150-START-NEW-SUPPLIER
           END-IF
           PERFORM UNTIL WS-SORT-AT-EOF
               IF SORT-SUPPLIER-NBR NOT = WS-CURR-SUPPLIER-NBR
                   PERFORM 3300-FINISH-SUPPLIER
                       THRU 3300-FINISH-SUPPLIER-EXIT
                   PERFORM 3150-START-NEW-SUPPLIER
               END-IF
               ADD 1               TO WS-SUPP-OPEN-LINES
               ADD SORT-OPEN-UNITS TO WS-SUPP-OPEN-UNITS
               PERFORM 3100-RETURN-SORTED-LINE
           END-PERFORM
           IF WS-OPEN-LINES-READ > ZERO
               PERFORM 3300-FINISH-SUPPLIER
                   THRU 3300-FINISH-SUPPLIER-EXIT
           END-IF.
       3000-CHECK-BY-SUPPLIER-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3100-RETURN-SORTED-LINE.
           RETURN SSCSPX-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

      *---------------------------------------------------------------*
       3150-START-NEW-SUPPLIER.
           MOVE SORT-SUPPLIER-NBR TO WS-CURR-SUPPLIER-NBR
           MOVE SORT-ORDER-DATE   TO WS-SUPP-OLDEST-ORDER
           MOVE ZERO TO WS-SUPP-OPEN-LINES
           MOVE ZERO TO WS-SUPP-OPEN-UNITS.

      *---------------------------------------------------------------*
      *    AN INACTIVE OR UNKNOWN SUPPLIER IS NOT A SHIP-POINT        *
      *    EXCEPTION - THE FIRST IS EXPECTED TO HAVE NO APPROVED      *
      *    ORIGIN, AND THE SECOND IS SSCSUPXR'S ORPHAN REPORT.        *
      *---------------------------------------------------------------*
       3300-FINISH-SUPPLIER.
           ADD 1 TO WS-SUPPLIERS-CHECKED
           MOVE 'N' TO WS-SUPPLIER-KNOWN-SW
           MOVE WS-CURR-SUPPLIER-NBR TO SSCSUPA-SUPPLIER-NBR
           READ SSCSUPA-FILE
               INVALID KEY
                   ADD 1 TO WS-SUPPLIERS-UNKNOWN
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUPPLIER-KNOWN-SW
           END-READ
           IF NOT WS-SUPPLIER-KNOWN
               GO TO 3300-FINISH-SUPPLIER-EXIT
           END-IF
           IF NOT SSCSUPA-IS-ACTIVE
               ADD 1 TO WS-SUPPLIERS-INACTIVE
               GO TO 3300-FINISH-SUPPLIER-EXIT
           END-IF
           PERFORM 3400-COUNT-SHIP-POINTS
               THRU 3400-COUNT-SHIP-POINTS-EXIT
           IF WS-SHIP-POINTS-ACTIVE > ZERO
               ADD 1 TO WS-SUPPLIERS-COVERED
               GO TO 3300-FINISH-SUPPLIER-EXIT
           END-IF
           PERFORM 3500-WRITE-EXCEPTION.
       3300-FINISH-SUPPLIER-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    BROWSE THE SUPPLIER'S SHIP POINTS - SSCSHPT IS KEYED BY    *
      *    SUPPLIER THEN SHIP POINT, SO THEY ARE ADJACENT.            *
      *---------------------------------------------------------------*
       3400-COUNT-SHIP-POINTS.
           MOVE ZERO TO WS-SHIP-POINTS-ON-FILE
           MOVE ZERO TO WS-SHIP-POINTS-ACTIVE
           MOVE 'N'  TO WS-SHPT-EOF-SW
           MOVE WS-CURR-SUPPLIER-NBR TO SSCSHPT-SUPPLIER-NBR
           MOVE ZERO                 TO SSCSHPT-SHIP-POINT-NBR
           START SSCSHPT-FILE KEY IS NOT LESS THAN SSCSHPT-KEY
               INVALID KEY
                   GO TO 3400-COUNT-SHIP-POINTS-EXIT
           END-START
           PERFORM 3410-READ-NEXT-SHIP-POINT
           PERFORM UNTIL WS-SHPT-AT-EOF
               ADD 1 TO WS-SHIP-POINTS-ON-FILE
               IF SSCSHPT-IS-ACTIVE
                   ADD 1 TO WS-SHIP-POINTS-ACTIVE
               END-IF
               PERFORM 3410-READ-NEXT-SHIP-POINT
           END-PERFORM.
       3400-COUNT-SHIP-POINTS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3410-READ-NEXT-SHIP-POINT.
           READ SSCSHPT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SHPT-EOF-SW
           END-READ
           IF NOT WS-SHPT-AT-EOF
               AND SSCSHPT-SUPPLIER-NBR NOT = WS-CURR-SUPPLIER-NBR
               MOVE 'Y' TO WS-SHPT-EOF-SW
           END-IF.

      *---------------------------------------------------------------*
       3500-WRITE-EXCEPTION.
           ADD 1 TO WS-SUPPLIERS-EXCEPTED
           ADD WS-SUPP-OPEN-UNITS TO WS-UNITS-EXCEPTED
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE WS-CURR-SUPPLIER-NBR  TO WS-X-SUPPLIER-NBR
           MOVE SSCSUPA-SUPPLIER-NAME TO WS-X-SUPPLIER-NAME
           MOVE WS-SUPP-OPEN-LINES    TO WS-X-OPEN-LINES
           MOVE WS-SUPP-OPEN-UNITS    TO WS-X-OPEN-UNITS
           MOVE WS-SUPP-OLDEST-ORDER  TO WS-X-OLDEST-ORDER
           IF WS-SHIP-POINTS-ON-FILE = ZERO
               MOVE '*** NO SHIP POINT ON FILE' TO WS-X-REASON
           ELSE
               MOVE '*** ALL SHIP POINTS INACTIVE' TO WS-X-REASON
           END-IF
           MOVE WS-EXCEPTION-LINE TO SHPXR-RPT-LINE
           WRITE SHPXR-RPT-LINE.

      *---------------------------------------------------------------*
       4000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO SHPXR-RPT-LINE
           WRITE SHPXR-RPT-LINE
           MOVE SPACES TO SHPXR-RPT-LINE
           STRING 'OPEN ORDER LINES - '       DELIMITED BY SIZE
                   WS-OPEN-LINES-READ         DELIMITED BY SIZE
                   ', SUPPLIERS CHECKED - '   DELIMITED BY SIZE
                   WS-SUPPLIERS-CHECKED       DELIMITED BY SIZE
                   ', WITH ACTIVE SHIP POINT - '
                                              DELIMITED BY SIZE
                   WS-SUPPLIERS-COVERED       DELIMITED BY SIZE
               INTO SHPXR-RPT-LINE
           WRITE SHPXR-RPT-LINE
           MOVE SPACES TO SHPXR-RPT-LINE
           STRING 'INACTIVE SUPPLIERS SKIPPED - '
                                              DELIMITED BY SIZE
                   WS-SUPPLIERS-INACTIVE      DELIMITED BY SIZE
                   ', NOT ON SSCSUPA - '      DELIMITED BY SIZE
                   WS-SUPPLIERS-UNKNOWN       DELIMITED BY SIZE
               INTO SHPXR-RPT-LINE
           WRITE SHPXR-RPT-LINE
           MOVE SPACES TO SHPXR-RPT-LINE
           STRING 'SUPPLIERS WITH NO ACTIVE SHIP POINT - '
                                              DELIMITED BY SIZE
                   WS-SUPPLIERS-EXCEPTED      DELIMITED BY SIZE
                   ', OPEN UNITS - '          DELIMITED BY SIZE
                   WS-UNITS-EXCEPTED          DELIMITED BY SIZE
               INTO SHPXR-RPT-LINE
           WRITE SHPXR-RPT-LINE.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE SSCOOM-FILE
           CLOSE SSCSUPA-FILE
           CLOSE SSCSHPT-FILE
           CLOSE SSCSHPXR-RPT.
