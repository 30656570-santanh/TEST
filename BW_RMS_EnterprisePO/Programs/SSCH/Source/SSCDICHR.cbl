      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCDICHR                                       *
      *                                                                *
      *   DI REALLOCATION CHURN REPORT.  READS THE SSCDIRV REVISION   *
      *   HISTORY SSCOOMNT KEEPS EACH TIME DMS RE-CUTS AN ORDER LINE  *
      *   (A HIGHER DMSSSCPO-ITEM-DI-SEQ-NBR RESTATING ORDERED        *
      *   UNITS), SORTS IT BY SUPPLIER AND BULK PO, AND SHOWS FOR     *
      *   EACH BULK PO HOW OFTEN IT WAS RE-CUT - REVISIONS AND        *
      *   DISTINCT LINES RE-CUT - AND BY HOW MUCH - UNITS ADDED,      *
      *   UNITS CUT AND THE NET CHANGE - WITH A SUBTOTAL PER          *
      *   SUPPLIER.  ONLY REVISIONS INSIDE THE CHURN WINDOW (DAYS     *
      *   BACK FROM THE RUN DATE) ARE REPORTED.  RUNS AFTER SSCOOMNT. *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-10-02  P.SANTANA   ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCDICHR.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-10-02.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSCDIRV-FILE       ASSIGN TO DIREVH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIRV-STATUS.

           SELECT SSCSUPA-FILE       ASSIGN TO SUPAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCSUPA-SUPPLIER-NBR
               FILE STATUS IS WS-SUPA-STATUS.

           SELECT SSCDCH-SORT-FILE   ASSIGN TO DCHSORT.

           SELECT SSCDICHR-RPT       ASSIGN TO DICHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSCDIRV-FILE
           RECORDING MODE IS F.
           COPY SSCDIRV.

       FD  SSCSUPA-FILE.
           COPY SSCSUPA.

       SD  SSCDCH-SORT-FILE.
       01  DCH-SORT-RECORD.
           05  SORT-SUPPLIER-NBR         PIC X(06).
           05  SORT-BULK-NBR             PIC X(08).
           05  SORT-ALLOC-NBR            PIC X(08).
           05  SORT-ITEM-NBR             PIC X(19).
           05  SORT-REVISION-DATE        PIC X(08).
           05  SORT-REVISION-TIME        PIC X(06).
           05  SORT-PRIOR-UNITS          PIC 9(09).
           05  SORT-NEW-UNITS            PIC 9(09).

       FD  SSCDICHR-RPT.
       01  DICHR-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DIRV-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-DIRV-NOT-FOUND                  VALUE '35'.
           05  WS-SUPA-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-DICHRPT-STATUS        PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DIRV-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-DIRV-AT-EOF                     VALUE 'Y'.
           05  WS-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-SORT-AT-EOF                     VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       77  WS-RUN-DATE-NUM              PIC 9(08)  VALUE ZERO.
       77  WS-REVISION-DATE-NUM         PIC 9(08)  VALUE ZERO.
       77  WS-DAYS-AGO                  PIC S9(07) VALUE ZERO.
       77  WS-UNITS-CHANGE              PIC S9(10) VALUE ZERO.

      *---------------------------------------------------------------*
      *    CHURN WINDOW - HOW MANY DAYS OF REVISION HISTORY, BACK     *
      *    FROM THE RUN DATE, THE REPORT COVERS.  CHANGE HERE TO      *
      *    RETUNE.                                                    *
      *---------------------------------------------------------------*
       77  WS-CHURN-WINDOW-DAYS         PIC 9(03)  VALUE 90.

      *---------------------------------------------------------------*
      *    CONTROL-BREAK KEYS AND ACCUMULATORS - BULK PO WITHIN       *
      *    SUPPLIER                                                   *
      *---------------------------------------------------------------*
       01  WS-CURR-KEYS.
           05  WS-CURR-SUPPLIER-NBR     PIC X(06)  VALUE SPACES.
           05  WS-CURR-BULK-NBR         PIC X(08)  VALUE SPACES.
           05  WS-CURR-ALLOC-NBR        PIC X(08)  VALUE SPACES.
           05  WS-CURR-ITEM-NBR         PIC X(19)  VALUE SPACES.

       01  WS-BULK-TOTALS.
           05  WS-BULK-REVISIONS        PIC 9(07)  VALUE ZERO.
           05  WS-BULK-LINES            PIC 9(07)  VALUE ZERO.
           05  WS-BULK-UNITS-ADDED      PIC 9(11)  VALUE ZERO.
           05  WS-BULK-UNITS-CUT        PIC 9(11)  VALUE ZERO.
           05  WS-BULK-FIRST-DATE       PIC X(08)  VALUE SPACES.
           05  WS-BULK-LAST-DATE        PIC X(08)  VALUE SPACES.

       01  WS-SUPP-TOTALS.
           05  WS-SUPP-BULK-POS         PIC 9(07)  VALUE ZERO.
           05  WS-SUPP-REVISIONS        PIC 9(07)  VALUE ZERO.
           05  WS-SUPP-LINES            PIC 9(07)  VALUE ZERO.
           05  WS-SUPP-UNITS-ADDED      PIC 9(11)  VALUE ZERO.
           05  WS-SUPP-UNITS-CUT        PIC 9(11)  VALUE ZERO.
           05  WS-SUPP-FIRST-DATE       PIC X(08)  VALUE SPACES.
           05  WS-SUPP-LAST-DATE        PIC X(08)  VALUE SPACES.

       77  WS-REVISIONS-READ            PIC 9(09)  VALUE ZERO.
       77  WS-REVISIONS-SELECTED        PIC 9(09)  VALUE ZERO.
       77  WS-OUTSIDE-WINDOW            PIC 9(09)  VALUE ZERO.
       77  WS-SUPPLIERS-REPORTED        PIC 9(07)  VALUE ZERO.
       77  WS-BULK-POS-REPORTED         PIC 9(07)  VALUE ZERO.
       77  WS-TOTAL-LINES               PIC 9(09)  VALUE ZERO.
       77  WS-TOTAL-UNITS-ADDED         PIC 9(11)  VALUE ZERO.
       77  WS-TOTAL-UNITS-CUT           PIC 9(11)  VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(08) VALUE 'SUPPLIER'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'BULK PO'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE 'REVISIONS'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE 'LINES CUT'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'UNITS ADDED'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE '  UNITS CUT'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE '  NET CHANGE'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'FIRST'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'LAST'.

       01  WS-SUPPLIER-LINE.
           05  FILLER                    PIC X(10) VALUE 'SUPPLIER'.
           05  WS-S-SUPPLIER-NBR         PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-SUPPLIER-NAME        PIC X(30).

       01  WS-DETAIL-LINE.
           05  WS-D-SUPPLIER-NBR         PIC X(06).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-D-BULK-NBR             PIC X(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-D-REVISIONS            PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-D-LINES                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-UNITS-ADDED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-UNITS-CUT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-NET-CHANGE           PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-FIRST-DATE           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-LAST-DATE            PIC X(08).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCDICHR'.
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
           SORT SSCDCH-SORT-FILE
               ON ASCENDING KEY SORT-SUPPLIER-NBR
                                 SORT-BULK-NBR
                                 SORT-ALLOC-NBR
                                 SORT-ITEM-NBR
                                 SORT-REVISION-DATE
                                 SORT-REVISION-TIME
               INPUT PROCEDURE IS 2000-SELECT-REVISIONS
                   THRU 2000-SELECT-REVISIONS-EXIT
               OUTPUT PROCEDURE IS 3000-REPORT-BY-BULK-PO
                   THRU 3000-REPORT-BY-BULK-PO-EXIT
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
               DISPLAY 'SSCDICHR - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-REVISIONS-READ    TO WS-RCTL-RECORDS-IN
           MOVE WS-BULK-POS-REPORTED TO WS-RCTL-RECORDS-OUT
           CALL 'SSCRUNCL' USING WS-RCTL-FUNCTION-SW
                                 WS-RCTL-PROGRAM-ID
                                 WS-RCTL-RETURN-CODE
                                 WS-RCTL-RECORDS-IN
                                 WS-RCTL-RECORDS-OUT
                                 WS-RCTL-RESULT-CODE
           END-CALL
           MOVE WS-RCTL-RETURN-CODE TO RETURN-CODE.

      *---------------------------------------------------------------*
      *    NO REVISION HISTORY YET (SSCOOMNT HAS NEVER RESTATED A     *
      *    LINE) IS NOT AN ERROR - THE REPORT COMES OUT EMPTY.        *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           OPEN INPUT  SSCDIRV-FILE
           IF WS-DIRV-NOT-FOUND
               MOVE 'Y' TO WS-DIRV-EOF-SW
           END-IF
           OPEN INPUT  SSCSUPA-FILE
           OPEN OUTPUT SSCDICHR-RPT
           MOVE SPACES TO DICHR-RPT-LINE
           STRING 'SSCDICHR - DI REALLOCATION CHURN BY SUPPLIER AND '
                                              DELIMITED BY SIZE
                   'BULK PO - RUN '           DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
                   ', LAST '                  DELIMITED BY SIZE
                   WS-CHURN-WINDOW-DAYS       DELIMITED BY SIZE
                   ' DAYS'                    DELIMITED BY SIZE
               INTO DICHR-RPT-LINE
           WRITE DICHR-RPT-LINE
           MOVE SPACES TO DICHR-RPT-LINE
           WRITE DICHR-RPT-LINE
           MOVE WS-HEADING-LINE TO DICHR-RPT-LINE
           WRITE DICHR-RPT-LINE.

      *---------------------------------------------------------------*
      *    SORT INPUT - EVERY REVISION DATED INSIDE THE CHURN WINDOW. *
      *---------------------------------------------------------------*
       2000-SELECT-REVISIONS.
           IF WS-DIRV-AT-EOF
               GO TO 2000-SELECT-REVISIONS-EXIT
           END-IF
           PERFORM 2100-READ-REVISION
           PERFORM UNTIL WS-DIRV-AT-EOF
               ADD 1 TO WS-REVISIONS-READ
               PERFORM 2200-RELEASE-REVISION
                   THRU 2200-RELEASE-REVISION-EXIT
               PERFORM 2100-READ-REVISION
           END-PERFORM.
       2000-SELECT-REVISIONS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-REVISION.
           READ SSCDIRV-FILE
               AT END
                   MOVE 'Y' TO WS-DIRV-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       2200-RELEASE-REVISION.
           IF SSCDIRV-REVISION-DATE NOT NUMERIC
               ADD 1 TO WS-OUTSIDE-WINDOW
               GO TO 2200-RELEASE-REVISION-EXIT
           END-IF
           MOVE SSCDIRV-REVISION-DATE TO WS-REVISION-DATE-NUM
           COMPUTE WS-DAYS-AGO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
             - FUNCTION INTEGER-OF-DATE(WS-REVISION-DATE-NUM)
           IF WS-DAYS-AGO > WS-CHURN-WINDOW-DAYS
               ADD 1 TO WS-OUTSIDE-WINDOW
               GO TO 2200-RELEASE-REVISION-EXIT
           END-IF
           ADD 1 TO WS-REVISIONS-SELECTED
           MOVE SPACES                      TO DCH-SORT-RECORD
           MOVE SSCDIRV-SUPPLIER-NBR        TO SORT-SUPPLIER-NBR
           MOVE SSCDIRV-BULK-NBR            TO SORT-BULK-NBR
           MOVE SSCDIRV-ALLOC-NBR           TO SORT-ALLOC-NBR
           MOVE SSCDIRV-ITEM-NBR            TO SORT-ITEM-NBR
           MOVE SSCDIRV-REVISION-DATE       TO SORT-REVISION-DATE
           MOVE SSCDIRV-REVISION-TIME       TO SORT-REVISION-TIME
           MOVE SSCDIRV-PRIOR-ORDERED-UNITS TO SORT-PRIOR-UNITS
           MOVE SSCDIRV-NEW-ORDERED-UNITS   TO SORT-NEW-UNITS
           RELEASE DCH-SORT-RECORD.
       2200-RELEASE-REVISION-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    SORT OUTPUT - CONTROL BREAK ON BULK PO WITHIN SUPPLIER.    *
      *    A LINE RE-CUT SEVERAL TIMES COUNTS ONCE UNDER LINES CUT    *
      *    AND ONCE PER RE-CUT UNDER REVISIONS.                       *
      *---------------------------------------------------------------*
       3000-REPORT-BY-BULK-PO.
           PERFORM 3100-RETURN-SORTED-REVISION
           IF NOT WS-SORT-AT-EOF
               PERFORM 3150-START-NEW-SUPPLIER
               PERFORM 3160-START-NEW-BULK-PO
           END-IF
           PERFORM UNTIL WS-SORT-AT-EOF
               IF SORT-SUPPLIER-NBR NOT = WS-CURR-SUPPLIER-NBR
                   PERFORM 3300-FINISH-BULK-PO
                   PERFORM 3400-FINISH-SUPPLIER
                   PERFORM 3150-START-NEW-SUPPLIER
                   PERFORM 3160-START-NEW-BULK-PO
               ELSE
                   IF SORT-BULK-NBR NOT = WS-CURR-BULK-NBR
                       PERFORM 3300-FINISH-BULK-PO
                       PERFORM 3160-START-NEW-BULK-PO
                   END-IF
               END-IF
               PERFORM 3200-ACCUMULATE-REVISION
               PERFORM 3100-RETURN-SORTED-REVISION
           END-PERFORM
           IF WS-REVISIONS-SELECTED > ZERO
               PERFORM 3300-FINISH-BULK-PO
               PERFORM 3400-FINISH-SUPPLIER
           END-IF.
       3000-REPORT-BY-BULK-PO-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3100-RETURN-SORTED-REVISION.
           RETURN SSCDCH-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

      *---------------------------------------------------------------*
       3150-START-NEW-SUPPLIER.
           MOVE SORT-SUPPLIER-NBR TO WS-CURR-SUPPLIER-NBR
           MOVE ZERO   TO WS-SUPP-BULK-POS
           MOVE ZERO   TO WS-SUPP-REVISIONS
           MOVE ZERO   TO WS-SUPP-LINES
           MOVE ZERO   TO WS-SUPP-UNITS-ADDED
           MOVE ZERO   TO WS-SUPP-UNITS-CUT
           MOVE SPACES TO WS-SUPP-FIRST-DATE
           MOVE SPACES TO WS-SUPP-LAST-DATE
           MOVE WS-CURR-SUPPLIER-NBR TO SSCSUPA-SUPPLIER-NBR
           MOVE WS-CURR-SUPPLIER-NBR TO WS-S-SUPPLIER-NBR
           READ SSCSUPA-FILE
               INVALID KEY
                   MOVE '*** NOT ON SSCSUPA' TO WS-S-SUPPLIER-NAME
               NOT INVALID KEY
                   MOVE SSCSUPA-SUPPLIER-NAME TO WS-S-SUPPLIER-NAME
           END-READ
           MOVE SPACES TO DICHR-RPT-LINE
           WRITE DICHR-RPT-LINE
           MOVE WS-SUPPLIER-LINE TO DICHR-RPT-LINE
           WRITE DICHR-RPT-LINE.

      *---------------------------------------------------------------*
       3160-START-NEW-BULK-PO.
           MOVE SORT-BULK-NBR TO WS-CURR-BULK-NBR
           MOVE SPACES TO WS-CURR-ALLOC-NBR
           MOVE SPACES TO WS-CURR-ITEM-NBR
           MOVE ZERO   TO WS-BULK-REVISIONS
           MOVE ZERO   TO WS-BULK-LINES
           MOVE ZERO   TO WS-BULK-UNITS-ADDED
           MOVE ZERO   TO WS-BULK-UNITS-CUT
           MOVE SPACES TO WS-BULK-FIRST-DATE
           MOVE SPACES TO WS-BULK-LAST-DATE.

      *---------------------------------------------------------------*
      *    THE SIZE OF A RE-CUT IS NEW LESS PRIOR ORDERED UNITS - AN  *
      *    INCREASE IS UNITS ADDED, A DECREASE IS UNITS CUT.          *
      *---------------------------------------------------------------*
       3200-ACCUMULATE-REVISION.
           ADD 1 TO WS-BULK-REVISIONS
           IF SORT-ALLOC-NBR NOT = WS-CURR-ALLOC-NBR
               OR SORT-ITEM-NBR NOT = WS-CURR-ITEM-NBR
               ADD 1 TO WS-BULK-LINES
               MOVE SORT-ALLOC-NBR TO WS-CURR-ALLOC-NBR
               MOVE SORT-ITEM-NBR  TO WS-CURR-ITEM-NBR
           END-IF
           COMPUTE WS-UNITS-CHANGE = SORT-NEW-UNITS - SORT-PRIOR-UNITS
           IF WS-UNITS-CHANGE > ZERO
               ADD WS-UNITS-CHANGE TO WS-BULK-UNITS-ADDED
           ELSE
               SUBTRACT WS-UNITS-CHANGE FROM WS-BULK-UNITS-CUT
           END-IF
           IF WS-BULK-FIRST-DATE = SPACES
               OR SORT-REVISION-DATE < WS-BULK-FIRST-DATE
               MOVE SORT-REVISION-DATE TO WS-BULK-FIRST-DATE
           END-IF
           IF SORT-REVISION-DATE > WS-BULK-LAST-DATE
               MOVE SORT-REVISION-DATE TO WS-BULK-LAST-DATE
           END-IF.

      *---------------------------------------------------------------*
       3300-FINISH-BULK-PO.
           ADD 1 TO WS-BULK-POS-REPORTED
           ADD 1 TO WS-SUPP-BULK-POS
           ADD WS-BULK-REVISIONS   TO WS-SUPP-REVISIONS
           ADD WS-BULK-LINES       TO WS-SUPP-LINES
           ADD WS-BULK-UNITS-ADDED TO WS-SUPP-UNITS-ADDED
           ADD WS-BULK-UNITS-CUT   TO WS-SUPP-UNITS-CUT
           IF WS-SUPP-FIRST-DATE = SPACES
               OR WS-BULK-FIRST-DATE < WS-SUPP-FIRST-DATE
               MOVE WS-BULK-FIRST-DATE TO WS-SUPP-FIRST-DATE
           END-IF
           IF WS-BULK-LAST-DATE > WS-SUPP-LAST-DATE
               MOVE WS-BULK-LAST-DATE TO WS-SUPP-LAST-DATE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CURR-SUPPLIER-NBR TO WS-D-SUPPLIER-NBR
           MOVE WS-CURR-BULK-NBR     TO WS-D-BULK-NBR
           MOVE WS-BULK-REVISIONS    TO WS-D-REVISIONS
           MOVE WS-BULK-LINES        TO WS-D-LINES
           MOVE WS-BULK-UNITS-ADDED  TO WS-D-UNITS-ADDED
           MOVE WS-BULK-UNITS-CUT    TO WS-D-UNITS-CUT
           COMPUTE WS-D-NET-CHANGE =
               WS-BULK-UNITS-ADDED - WS-BULK-UNITS-CUT
           MOVE WS-BULK-FIRST-DATE   TO WS-D-FIRST-DATE
           MOVE WS-BULK-LAST-DATE    TO WS-D-LAST-DATE
           MOVE WS-DETAIL-LINE TO DICHR-RPT-LINE
           WRITE DICHR-RPT-LINE.

      *---------------------------------------------------------------*
       3400-FINISH-SUPPLIER.
           ADD 1 TO WS-SUPPLIERS-REPORTED
           ADD WS-SUPP-LINES       TO WS-TOTAL-LINES
           ADD WS-SUPP-UNITS-ADDED TO WS-TOTAL-UNITS-ADDED
           ADD WS-SUPP-UNITS-CUT   TO WS-TOTAL-UNITS-CUT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CURR-SUPPLIER-NBR TO WS-D-SUPPLIER-NBR
           MOVE 'TOTAL'              TO WS-D-BULK-NBR
           MOVE WS-SUPP-REVISIONS    TO WS-D-REVISIONS
           MOVE WS-SUPP-LINES        TO WS-D-LINES
           MOVE WS-SUPP-UNITS-ADDED  TO WS-D-UNITS-ADDED
           MOVE WS-SUPP-UNITS-CUT    TO WS-D-UNITS-CUT
           COMPUTE WS-D-NET-CHANGE =
               WS-SUPP-UNITS-ADDED - WS-SUPP-UNITS-CUT
           MOVE WS-SUPP-FIRST-DATE   TO WS-D-FIRST-DATE
           MOVE WS-SUPP-LAST-DATE    TO WS-D-LAST-DATE
           MOVE WS-DETAIL-LINE TO DICHR-RPT-LINE
           WRITE DICHR-RPT-LINE
           MOVE SPACES TO DICHR-RPT-LINE
           STRING '          BULK POS RE-CUT - '
                                              DELIMITED BY SIZE
                   WS-SUPP-BULK-POS           DELIMITED BY SIZE
               INTO DICHR-RPT-LINE
           WRITE DICHR-RPT-LINE.

      *---------------------------------------------------------------*
       4000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO DICHR-RPT-LINE
           WRITE DICHR-RPT-LINE
           MOVE SPACES TO DICHR-RPT-LINE
           STRING 'REVISIONS ON HISTORY - '   DELIMITED BY SIZE
                   WS-REVISIONS-READ          DELIMITED BY SIZE
                   ', IN WINDOW - '           DELIMITED BY SIZE
                   WS-REVISIONS-SELECTED      DELIMITED BY SIZE
                   ', OUTSIDE WINDOW - '      DELIMITED BY SIZE
                   WS-OUTSIDE-WINDOW          DELIMITED BY SIZE
               INTO DICHR-RPT-LINE
           WRITE DICHR-RPT-LINE
           MOVE SPACES TO DICHR-RPT-LINE
           STRING 'SUPPLIERS - '              DELIMITED BY SIZE
                   WS-SUPPLIERS-REPORTED      DELIMITED BY SIZE
                   ', BULK POS RE-CUT - '     DELIMITED BY SIZE
                   WS-BULK-POS-REPORTED       DELIMITED BY SIZE
                   ', ORDER LINES RE-CUT - '  DELIMITED BY SIZE
                   WS-TOTAL-LINES             DELIMITED BY SIZE
               INTO DICHR-RPT-LINE
           WRITE DICHR-RPT-LINE
           MOVE SPACES TO DICHR-RPT-LINE
           STRING 'UNITS ADDED - '            DELIMITED BY SIZE
                   WS-TOTAL-UNITS-ADDED       DELIMITED BY SIZE
                   ', UNITS CUT - '           DELIMITED BY SIZE
                   WS-TOTAL-UNITS-CUT         DELIMITED BY SIZE
               INTO DICHR-RPT-LINE
           WRITE DICHR-RPT-LINE.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-DIRV-NOT-FOUND
               CLOSE SSCDIRV-FILE
           END-IF
           CLOSE SSCSUPA-FILE
           CLOSE SSCDICHR-RPT.
