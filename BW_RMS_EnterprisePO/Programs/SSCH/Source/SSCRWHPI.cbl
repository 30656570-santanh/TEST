      *           TO-LOCATION.                                        *
      *     '114 RWH INV SNAPSHOT' DETAIL IS RECONCILED AGAINST THE   *
      *           ROLLED-FORWARD BOOK - ANY DISAGREEMENT GOES ON THE  *
      *           BOOK-VS-SNAPSHOT VARIANCE REPORT AND IS COUNTED     *
      *           ON THE BOOK RECORD FOR THE SSCCYCPL ABC RANKING -   *
      *           AND THEN RE-BASELINES THE BOOK TO THE SNAPSHOT      *
      *           QUANTITY.                                           *
      *                                                                *
      *   THE DAY'S ACTIVITY IS APPLIED BEFORE THE SNAPSHOT SO THE    *
      *   RECONCILIATION COMPARES LIKE FOR LIKE.  AN ADJUSTMENT FILE  *
      *   SURFACES AS A VARIANCE AT THE NEXT SNAPSHOT INSTEAD OF AS  *
      *   SHRINK AT THE NEXT PHYSICAL INVENTORY.                      *
      *                                                                *
      *   '116 RWH INV VALUATION' DETAIL POSTS THE LATEST UNIT COST   *
      *   FOR THE ITEM/LOCATION ONTO THE BOOK RECORD SO DOWNSTREAM    *
      *   DOLLAR REPORTING PRICES UNITS FROM ONE PLACE.               *
      *                                                                *
      *   EVERY ADJUSTMENT AND TRANSFER IS ALSO ACCUMULATED ONTO      *
      *   SSCPACT UNDER THE SSCFCAL FISCAL PERIOD IT IS DATED IN,     *
      *   FOR THE SSCPCLOS ROLL-FORWARD.  ACTIVITY OR A SNAPSHOT      *
      *   DATED IN A PERIOD SSCPCLOS HAS ALREADY CLOSED IS REPORTED   *
      *   AND NOT POSTED.                                             *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-02  P.SANTANA   ORIGINAL.
      * 2026-09-08  P.SANTANA   NOW READS THE '116 RWH INV VALUATION'
      *                         FEED AND POSTS THE LATEST UNIT COST
      *                         AND COST DATE ONTO SSCPINV FOR THE
      *                         DOLLAR-VALUED REPORTING.
      * 2026-09-17  P.SANTANA   ACCUMULATES ADJUSTMENTS AND TRANSFERS
      *                         ONTO SSCPACT BY FISCAL PERIOD AND
      *                         REFUSES ACTIVITY DATED IN A FISCAL
      *                         PERIOD CLOSED ON SSCFCAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-10-04  P.SANTANA   A BOOK-VS-SNAPSHOT VARIANCE IS NOW ALSO
      *                         COUNTED AND DATED ON THE SSCPINV RECORD
      *                         SO SSCCYCPL CAN WEIGHT ITEMS WITH A
      *                         VARIANCE HISTORY IN ITS ABC RANKING.
      * 2026-10-15  P.SANTANA   RUN-CONTROL RECORDS-IN NO LONGER ADDS
      *                         THE OUTSIDE-CALENDAR COUNT - THOSE
      *                         RECORDS ARE ALREADY COUNTED AS APPLIED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCRWHPI.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT WOS-VALUATION-FILE ASSIGN TO WOSRWHV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALUATION-STATUS.

           SELECT SSCPINV-FILE       ASSIGN TO PINVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCPINV-KEY
               FILE STATUS IS WS-PINV-STATUS.

           SELECT SSCFCAL-FILE       ASSIGN TO FISCCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCFCAL-KEY
               FILE STATUS IS WS-FCAL-STATUS.

           SELECT SSCPACT-FILE       ASSIGN TO PERACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCPACT-KEY
               FILE STATUS IS WS-PACT-STATUS.

           SELECT SSCRWHPI-RPT       ASSIGN TO PINVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PINVRPT-STATUS.
           RECORDING MODE IS F.
       01  WOS-SNAP-RECORD               PIC X(205).

       FD  WOS-VALUATION-FILE
           RECORDING MODE IS F.
       01  WOS-VAL-RECORD                PIC X(205).

       FD  SSCPINV-FILE.
           COPY SSCPINV.

       FD  SSCFCAL-FILE.
           COPY SSCFCAL.

       FD  SSCPACT-FILE.
           COPY SSCPACT.

       FD  SSCRWHPI-RPT.
       01  PINV-RPT-LINE                 PIC X(132).


           COPY DMSRWHSN-DETAIL.

           COPY DMSRWHVL-DETAIL.

       01  WS-FILE-STATUSES.
           05  WS-ADJMT-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-XFER-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-SNAPSHOT-STATUS        PIC X(02)  VALUE SPACES.
           05  WS-VALUATION-STATUS       PIC X(02)  VALUE SPACES.
           05  WS-PINV-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-PINV-OK                          VALUE '00'.
               88  WS-PINV-NOT-FOUND                   VALUE '23'.
           05  WS-FCAL-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-PACT-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-PINVRPT-STATUS         PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
               88  WS-XFER-AT-EOF                     VALUE 'Y'.
           05  WS-SNAPSHOT-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-SNAPSHOT-AT-EOF                  VALUE 'Y'.
           05  WS-VALUATION-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-VALUATION-AT-EOF                 VALUE 'Y'.
           05  WS-BOOK-IS-NEW-SW         PIC X(01)  VALUE 'N'.
               88  WS-BOOK-IS-NEW                     VALUE 'Y'.
           05  WS-FCAL-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-FCAL-AT-EOF                     VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.

       77  WS-SNAPSHOTS-APPLIED         PIC 9(07)  VALUE ZERO.
       77  WS-BOOKS-CREATED             PIC 9(07)  VALUE ZERO.
       77  WS-VARIANCES-REPORTED        PIC 9(07)  VALUE ZERO.
       77  WS-COSTS-POSTED              PIC 9(07)  VALUE ZERO.
       77  WS-CLOSED-PERIOD-REJECTS     PIC 9(07)  VALUE ZERO.
       77  WS-OUTSIDE-CALENDAR          PIC 9(07)  VALUE ZERO.

       77  WS-ADJUST-UNITS              PIC S9(09) VALUE ZERO.
       77  WS-VARIANCE-UNITS            PIC S9(10) VALUE ZERO.
           05  WS-SAVE-ITEM-NBR          PIC X(19)  VALUE SPACES.
           05  WS-SAVE-LOCATION-CODE     PIC X(02)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    FISCAL CALENDAR, LOADED ONCE FROM SSCFCAL.  8200-FIND-     *
      *    FISCAL-PERIOD PLACES WS-FCAL-DATE IN ITS PERIOD.           *
      *---------------------------------------------------------------*
       01  WS-FCAL-TABLE-CTL.
           05  WS-FCAL-COUNT             PIC 9(04)  VALUE ZERO.
           05  WS-FCAL-ENTRY OCCURS 240 TIMES
                   INDEXED BY WS-FCAL-IDX.
               10  WS-FCAL-T-YEAR        PIC 9(04).
               10  WS-FCAL-T-PERIOD      PIC 9(02).
               10  WS-FCAL-T-START-DATE  PIC X(08).
               10  WS-FCAL-T-END-DATE    PIC X(08).
               10  WS-FCAL-T-STATUS-SW   PIC X(01).
                   88  WS-FCAL-T-IS-CLOSED            VALUE 'C'.

       01  WS-FCAL-LOOKUP.
           05  WS-FCAL-DATE              PIC X(08)  VALUE SPACES.
           05  WS-FCAL-YEAR              PIC 9(04)  VALUE ZERO.
           05  WS-FCAL-PERIOD            PIC 9(02)  VALUE ZERO.
           05  WS-FCAL-FOUND-SW          PIC X(01)  VALUE 'N'.
               88  WS-FCAL-FOUND                      VALUE 'Y'.
           05  WS-FCAL-CLOSED-SW         PIC X(01)  VALUE 'N'.
               88  WS-FCAL-PERIOD-CLOSED              VALUE 'Y'.

      *---------------------------------------------------------------*
      *    ONE PIECE OF ACTIVITY FOR THE SSCPACT PERIOD ACCUMULATOR   *
      *---------------------------------------------------------------*
       01  WS-PACT-WORK.
           05  WS-PACT-LOCATION-CODE     PIC X(02)  VALUE SPACES.
           05  WS-PACT-ACTIVITY-CD       PIC X(03)  VALUE SPACES.
           05  WS-PACT-UNITS             PIC S9(11) VALUE ZERO.
           05  WS-PACT-AMOUNT            PIC S9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *    ACTIVITY REFUSED BECAUSE ITS FISCAL PERIOD IS CLOSED       *
      *---------------------------------------------------------------*
       01  WS-CLOSED-LINE.
           05  FILLER                    PIC X(04) VALUE '*** '.
           05  WS-C-FEED                 PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-C-ITEM-NBR             PIC X(19).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-C-LOCATION-CODE        PIC X(02).
           05  FILLER                    PIC X(07) VALUE ' DATED '.
           05  WS-C-DATE                 PIC X(08).
           05  FILLER                    PIC X(16) VALUE
                   ' CLOSED PERIOD '.
           05  WS-C-FISCAL-YEAR          PIC 9(04).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  WS-C-FISCAL-PERIOD        PIC 9(02).
           05  FILLER                    PIC X(15) VALUE
                   ' - NOT POSTED'.

      *---------------------------------------------------------------*
      *    VARIANCE REPORT LINE LAYOUT                                 *
      *---------------------------------------------------------------*
           05  FILLER                    PIC X(11) VALUE ' VARIANCE '.
           05  WS-V-VARIANCE             PIC -ZZZ,ZZZ,ZZ9.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCRWHPI'.
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
           PERFORM 2000-APPLY-ADJUSTMENTS
               THRU 2000-APPLY-ADJUSTMENTS-EXIT
               THRU 3000-APPLY-TRANSFERS-EXIT
           PERFORM 4000-APPLY-SNAPSHOT
               THRU 4000-APPLY-SNAPSHOT-EXIT
           PERFORM 4500-POST-UNIT-COSTS
               THRU 4500-POST-UNIT-COSTS-EXIT
           PERFORM 6000-WRITE-FINAL-TOTALS
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
               DISPLAY 'SSCRWHPI - NOT STARTED, STREAM PREREQUISITE '
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
           COMPUTE WS-RCTL-RECORDS-IN = WS-ADJMTS-APPLIED
                                      + WS-XFERS-APPLIED
                                      + WS-SNAPSHOTS-APPLIED
                                      + WS-CLOSED-PERIOD-REJECTS
           COMPUTE WS-RCTL-RECORDS-OUT = WS-ADJMTS-APPLIED
                                       + WS-XFERS-APPLIED
                                       + WS-SNAPSHOTS-APPLIED
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
           OPEN INPUT  WOS-ADJMT-FILE
           OPEN INPUT  WOS-XFER-FILE
           OPEN INPUT  WOS-SNAPSHOT-FILE
           OPEN INPUT  WOS-VALUATION-FILE
           OPEN I-O    SSCPINV-FILE
           IF WS-PINV-STATUS = '35'
               OPEN OUTPUT SSCPINV-FILE
               CLOSE SSCPINV-FILE
               OPEN I-O SSCPINV-FILE
           END-IF
           OPEN INPUT  SSCFCAL-FILE
           OPEN I-O    SSCPACT-FILE
           IF WS-PACT-STATUS = '35'
               OPEN OUTPUT SSCPACT-FILE
               CLOSE SSCPACT-FILE
               OPEN I-O SSCPACT-FILE
           END-IF
           OPEN OUTPUT SSCRWHPI-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 8000-LOAD-FISCAL-CALENDAR
               THRU 8000-LOAD-FISCAL-CALENDAR-EXIT
           MOVE 'SSCRWHPI - RWH PERPETUAL INVENTORY BOOK'
               TO PINV-RPT-LINE
           WRITE PINV-RPT-LINE.

      *---------------------------------------------------------------*
       2200-APPLY-ONE-ADJUSTMENT.
           MOVE DMSRWHAJ-TRANS-DATE     TO WS-FCAL-DATE
           PERFORM 8200-FIND-FISCAL-PERIOD
           IF WS-FCAL-PERIOD-CLOSED
               MOVE '102'                  TO WS-C-FEED
               MOVE DMSRWHAJ-ITEM-NBR      TO WS-C-ITEM-NBR
               MOVE DMSRWHAJ-LOCATION-CODE TO WS-C-LOCATION-CODE
               PERFORM 8400-LOG-CLOSED-PERIOD
           ELSE
               IF DMSRWHAJ-ADJUST-SIGN = '-'
                   COMPUTE WS-ADJUST-UNITS = ZERO - DMSRWHAJ-UNITS
               ELSE
                   MOVE DMSRWHAJ-UNITS TO WS-ADJUST-UNITS
               END-IF
               MOVE DMSRWHAJ-ITEM-NBR       TO SSCPINV-ITEM-NBR
               MOVE DMSRWHAJ-LOCATION-CODE  TO SSCPINV-LOCATION-CODE
               MOVE 'ADJ'                   TO WS-PACT-ACTIVITY-CD
               PERFORM 5000-ROLL-BOOK-FORWARD
               ADD 1 TO WS-ADJMTS-APPLIED
           END-IF.

      *---------------------------------------------------------------*
       3000-APPLY-TRANSFERS.

      *---------------------------------------------------------------*
       3200-APPLY-ONE-TRANSFER.
           MOVE DMSRWHXF-TRANS-DATE     TO WS-FCAL-DATE
           PERFORM 8200-FIND-FISCAL-PERIOD
           IF WS-FCAL-PERIOD-CLOSED
               MOVE '122'                  TO WS-C-FEED
               MOVE DMSRWHXF-ITEM-NBR      TO WS-C-ITEM-NBR
               MOVE DMSRWHXF-FROM-LOCATION TO WS-C-LOCATION-CODE
               PERFORM 8400-LOG-CLOSED-PERIOD
           ELSE
               COMPUTE WS-ADJUST-UNITS = ZERO - DMSRWHXF-UNITS
               MOVE DMSRWHXF-ITEM-NBR       TO SSCPINV-ITEM-NBR
               MOVE DMSRWHXF-FROM-LOCATION  TO SSCPINV-LOCATION-CODE
               MOVE 'XFO'                   TO WS-PACT-ACTIVITY-CD
               PERFORM 5000-ROLL-BOOK-FORWARD
               MOVE DMSRWHXF-UNITS          TO WS-ADJUST-UNITS
               MOVE DMSRWHXF-ITEM-NBR       TO SSCPINV-ITEM-NBR
               MOVE DMSRWHXF-TO-LOCATION    TO SSCPINV-LOCATION-CODE
               MOVE 'XFI'                   TO WS-PACT-ACTIVITY-CD
               PERFORM 5000-ROLL-BOOK-FORWARD
               ADD 1 TO WS-XFERS-APPLIED
           END-IF.

      *---------------------------------------------------------------*
      *    THE SNAPSHOT RUNS LAST SO THE DAY'S ACTIVITY IS ALREADY    *
           PERFORM UNTIL WS-SNAPSHOT-AT-EOF
               IF WOS-SNAP-RECORD(1:3) = '114'
                   PERFORM 4200-APPLY-ONE-SNAPSHOT
                       THRU 4200-APPLY-ONE-SNAPSHOT-EXIT
               END-IF
               PERFORM 4100-READ-SNAPSHOT
           END-PERFORM.

      *---------------------------------------------------------------*
       4200-APPLY-ONE-SNAPSHOT.
           MOVE DMSRWHSN-SNAPSHOT-DATE  TO WS-FCAL-DATE
           PERFORM 8200-FIND-FISCAL-PERIOD
           IF WS-FCAL-PERIOD-CLOSED
               MOVE '114'                  TO WS-C-FEED
               MOVE DMSRWHSN-ITEM-NBR      TO WS-C-ITEM-NBR
               MOVE DMSRWHSN-LOCATION-CODE TO WS-C-LOCATION-CODE
               PERFORM 8400-LOG-CLOSED-PERIOD
               GO TO 4200-APPLY-ONE-SNAPSHOT-EXIT
           END-IF
           MOVE DMSRWHSN-ITEM-NBR       TO SSCPINV-ITEM-NBR
           MOVE DMSRWHSN-LOCATION-CODE  TO SSCPINV-LOCATION-CODE
           READ SSCPINV-FILE
                   PERFORM 4220-RECONCILE-AND-REBASELINE
           END-READ
           ADD 1 TO WS-SNAPSHOTS-APPLIED.
       4200-APPLY-ONE-SNAPSHOT-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       4210-ESTABLISH-BOOK-RECORD.
           MOVE DMSRWHSN-SNAPSHOT-DATE  TO SSCPINV-LAST-SNAPSHOT-DATE
           MOVE DMSRWHSN-UNITS          TO SSCPINV-LAST-SNAPSHOT-UNITS
           MOVE WS-RUN-DATE             TO SSCPINV-LAST-ACTIVITY-DATE
           MOVE ZERO                    TO SSCPINV-UNIT-COST
           MOVE ZERO                    TO SSCPINV-VARIANCE-COUNT
           WRITE SSCPINV-RECORD
           ADD 1 TO WS-BOOKS-CREATED.

               MOVE WS-VARIANCE-UNITS      TO WS-V-VARIANCE
               MOVE WS-VARIANCE-LINE TO PINV-RPT-LINE
               WRITE PINV-RPT-LINE
               PERFORM 4230-NOTE-VARIANCE-ON-BOOK
           END-IF
           MOVE DMSRWHSN-UNITS          TO SSCPINV-BOOK-UNITS
           MOVE DMSRWHSN-SNAPSHOT-DATE  TO SSCPINV-LAST-SNAPSHOT-DATE
           MOVE WS-RUN-DATE             TO SSCPINV-LAST-ACTIVITY-DATE
           REWRITE SSCPINV-RECORD.

      *---------------------------------------------------------------*
      *    KEEP THE VARIANCE HISTORY ON THE BOOK RECORD - AN ITEM     *
      *    THAT KEEPS DISAGREEING WITH DMS IS COUNTED MORE OFTEN.     *
      *    THE COUNT STICKS AT ITS MAXIMUM RATHER THAN WRAPPING.      *
      *---------------------------------------------------------------*
       4230-NOTE-VARIANCE-ON-BOOK.
           IF SSCPINV-VARIANCE-COUNT NOT NUMERIC
               MOVE ZERO TO SSCPINV-VARIANCE-COUNT
           END-IF
           ADD 1 TO SSCPINV-VARIANCE-COUNT
               ON SIZE ERROR
                   CONTINUE
           END-ADD
           MOVE DMSRWHSN-SNAPSHOT-DATE TO SSCPINV-LAST-VARIANCE-DATE.

      *---------------------------------------------------------------*
      *    THE VALUATION FEED CARRIES THE CURRENT COST OF EVERY       *
      *    ITEM/LOCATION DMS VALUED.  THE COST IS POSTED AS-IS - THE  *
      *    BOOK UNITS ARE LEFT ALONE, THE SNAPSHOT OWNS THOSE.  A     *
      *    VALUATION FOR AN ITEM/LOCATION NOT YET ON THE BOOK OPENS   *
      *    A RECORD AT ZERO UNITS SO THE COST IS NOT LOST.            *
      *---------------------------------------------------------------*
       4500-POST-UNIT-COSTS.
           PERFORM 4600-READ-VALUATION
           PERFORM UNTIL WS-VALUATION-AT-EOF
               IF WOS-VAL-RECORD(1:3) = '116'
                   PERFORM 4700-POST-ONE-UNIT-COST
               END-IF
               PERFORM 4600-READ-VALUATION
           END-PERFORM.
       4500-POST-UNIT-COSTS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       4600-READ-VALUATION.
           READ WOS-VALUATION-FILE
               AT END
                   MOVE 'Y' TO WS-VALUATION-EOF-SW
               NOT AT END
                   MOVE WOS-VAL-RECORD TO DMSRWHVL-DETAIL
           END-READ.

      *---------------------------------------------------------------*
       4700-POST-ONE-UNIT-COST.
           MOVE 'N' TO WS-BOOK-IS-NEW-SW
           MOVE DMSRWHVL-ITEM-NBR       TO SSCPINV-ITEM-NBR
           MOVE DMSRWHVL-LOCATION-CODE  TO SSCPINV-LOCATION-CODE
           READ SSCPINV-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-BOOK-IS-NEW-SW
                   MOVE SPACES TO SSCPINV-RECORD
                   MOVE DMSRWHVL-ITEM-NBR      TO SSCPINV-ITEM-NBR
                   MOVE DMSRWHVL-LOCATION-CODE TO SSCPINV-LOCATION-CODE
                   MOVE ZERO TO SSCPINV-BOOK-UNITS
                   MOVE ZERO TO SSCPINV-LAST-SNAPSHOT-UNITS
                   MOVE ZERO TO SSCPINV-VARIANCE-COUNT
                   MOVE WS-RUN-DATE TO SSCPINV-LAST-ACTIVITY-DATE
                   ADD 1 TO WS-BOOKS-CREATED
           END-READ
           MOVE DMSRWHVL-UNIT-COST      TO SSCPINV-UNIT-COST
           MOVE WS-RUN-DATE             TO SSCPINV-COST-DATE
           IF WS-BOOK-IS-NEW
               WRITE SSCPINV-RECORD
           ELSE
               REWRITE SSCPINV-RECORD
           END-IF
           ADD 1 TO WS-COSTS-POSTED.

      *---------------------------------------------------------------*
      *    ROLL THE BOOK FORWARD BY WS-ADJUST-UNITS FOR THE           *
      *    ITEM/LOCATION ALREADY MOVED INTO SSCPINV-KEY.  ACTIVITY    *
      *    FOR AN ITEM/LOCATION NOT YET ON THE BOOK OPENS A RECORD    *
      *    AT ZERO AND APPLIES AGAINST IT - THE NEXT SNAPSHOT WILL    *
      *    TRUE IT UP.  THE MOVEMENT IS ALSO ACCUMULATED ONTO         *
      *    SSCPACT UNDER WS-PACT-ACTIVITY-CD, PRICED AT THE BOOK'S    *
      *    CURRENT UNIT COST.                                         *
      *---------------------------------------------------------------*
       5000-ROLL-BOOK-FORWARD.
           MOVE 'N' TO WS-BOOK-IS-NEW-SW
                   MOVE WS-SAVE-LOCATION-CODE TO SSCPINV-LOCATION-CODE
                   MOVE ZERO TO SSCPINV-BOOK-UNITS
                   MOVE ZERO TO SSCPINV-LAST-SNAPSHOT-UNITS
                   MOVE ZERO TO SSCPINV-UNIT-COST
                   MOVE ZERO TO SSCPINV-VARIANCE-COUNT
                   ADD 1 TO WS-BOOKS-CREATED
           END-READ
           ADD WS-ADJUST-UNITS TO SSCPINV-BOOK-UNITS
               WRITE SSCPINV-RECORD
           ELSE
               REWRITE SSCPINV-RECORD
           END-IF
           MOVE SSCPINV-LOCATION-CODE TO WS-PACT-LOCATION-CODE
           MOVE WS-ADJUST-UNITS       TO WS-PACT-UNITS
           IF SSCPINV-UNIT-COST NUMERIC
               COMPUTE WS-PACT-AMOUNT ROUNDED =
                   WS-ADJUST-UNITS * SSCPINV-UNIT-COST
           ELSE
               MOVE ZERO TO WS-PACT-AMOUNT
           END-IF
           PERFORM 8300-POST-PERIOD-ACTIVITY
               THRU 8300-POST-PERIOD-ACTIVITY-EXIT.

      *---------------------------------------------------------------*
       6000-WRITE-FINAL-TOTALS.
                   ', VARIANCES - '        DELIMITED BY SIZE
                   WS-VARIANCES-REPORTED   DELIMITED BY SIZE
               INTO PINV-RPT-LINE
           WRITE PINV-RPT-LINE
           MOVE SPACES TO PINV-RPT-LINE
           STRING 'UNIT COSTS POSTED - '   DELIMITED BY SIZE
                   WS-COSTS-POSTED         DELIMITED BY SIZE
               INTO PINV-RPT-LINE
           WRITE PINV-RPT-LINE
           MOVE SPACES TO PINV-RPT-LINE
           STRING 'REFUSED - CLOSED FISCAL PERIOD - '
                                           DELIMITED BY SIZE
                   WS-CLOSED-PERIOD-REJECTS DELIMITED BY SIZE
                   ', OUTSIDE FISCAL CALENDAR - '
                                           DELIMITED BY SIZE
                   WS-OUTSIDE-CALENDAR     DELIMITED BY SIZE
               INTO PINV-RPT-LINE
           WRITE PINV-RPT-LINE.

      *---------------------------------------------------------------*
      *    THE FISCAL CALENDAR IS SMALL - A FEW YEARS OF PERIODS -    *
      *    SO IT IS HELD IN CORE AND EVERY DATED TRANSACTION IS       *
      *    PLACED IN ITS PERIOD WITHOUT A RANDOM READ.                *
      *---------------------------------------------------------------*
       8000-LOAD-FISCAL-CALENDAR.
           MOVE LOW-VALUES TO SSCFCAL-KEY
           START SSCFCAL-FILE KEY IS NOT LESS THAN SSCFCAL-KEY
               INVALID KEY
                   GO TO 8000-LOAD-FISCAL-CALENDAR-EXIT
           END-START
           PERFORM 8100-READ-NEXT-CALENDAR
           PERFORM UNTIL WS-FCAL-AT-EOF
               IF WS-FCAL-COUNT >= 240
                   PERFORM 8050-CALENDAR-TABLE-FULL
               END-IF
               ADD 1 TO WS-FCAL-COUNT
               SET WS-FCAL-IDX TO WS-FCAL-COUNT
               MOVE SSCFCAL-FISCAL-YEAR   TO WS-FCAL-T-YEAR(WS-FCAL-IDX)
               MOVE SSCFCAL-FISCAL-PERIOD TO WS-FCAL-T-PERIOD
                                                         (WS-FCAL-IDX)
               MOVE SSCFCAL-START-DATE    TO WS-FCAL-T-START-DATE
                                                         (WS-FCAL-IDX)
               MOVE SSCFCAL-END-DATE      TO WS-FCAL-T-END-DATE
                                                         (WS-FCAL-IDX)
               MOVE SSCFCAL-STATUS-SW     TO WS-FCAL-T-STATUS-SW
                                                         (WS-FCAL-IDX)
               PERFORM 8100-READ-NEXT-CALENDAR
           END-PERFORM.
       8000-LOAD-FISCAL-CALENDAR-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       8050-CALENDAR-TABLE-FULL.
           DISPLAY 'SSCRWHPI - WS-FCAL-ENTRY TABLE FULL AT 240 '
               'PERIODS - INCREASE OCCURS AND RERUN'
           PERFORM 9000-TERMINATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
       8100-READ-NEXT-CALENDAR.
           READ SSCFCAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FCAL-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
      *    PLACE WS-FCAL-DATE IN ITS FISCAL PERIOD.  AN UNDATED       *
      *    TRANSACTION BELONGS TO THE PERIOD OF THE RUN DATE.         *
      *---------------------------------------------------------------*
       8200-FIND-FISCAL-PERIOD.
           IF WS-FCAL-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-FCAL-DATE
           END-IF
           MOVE 'N' TO WS-FCAL-FOUND-SW
           MOVE 'N' TO WS-FCAL-CLOSED-SW
           PERFORM 8210-TEST-FISCAL-PERIOD
               VARYING WS-FCAL-IDX FROM 1 BY 1
               UNTIL WS-FCAL-IDX > WS-FCAL-COUNT
                   OR WS-FCAL-FOUND
           IF WS-FCAL-FOUND
               SET WS-FCAL-IDX DOWN BY 1
               MOVE WS-FCAL-T-YEAR(WS-FCAL-IDX)   TO WS-FCAL-YEAR
               MOVE WS-FCAL-T-PERIOD(WS-FCAL-IDX) TO WS-FCAL-PERIOD
               IF WS-FCAL-T-IS-CLOSED(WS-FCAL-IDX)
                   MOVE 'Y' TO WS-FCAL-CLOSED-SW
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       8210-TEST-FISCAL-PERIOD.
           IF WS-FCAL-DATE NOT < WS-FCAL-T-START-DATE(WS-FCAL-IDX)
               AND WS-FCAL-DATE NOT > WS-FCAL-T-END-DATE(WS-FCAL-IDX)
               MOVE 'Y' TO WS-FCAL-FOUND-SW
           END-IF.

      *---------------------------------------------------------------*
      *    ADD WS-PACT-WORK TO THE SSCPACT ACCUMULATOR FOR THE        *
      *    PERIOD 8200-FIND-FISCAL-PERIOD LAST FOUND.  ACTIVITY       *
      *    DATED OUTSIDE THE CALENDAR IS COUNTED, NOT ACCUMULATED.    *
      *---------------------------------------------------------------*
       8300-POST-PERIOD-ACTIVITY.
           IF NOT WS-FCAL-FOUND
               ADD 1 TO WS-OUTSIDE-CALENDAR
               GO TO 8300-POST-PERIOD-ACTIVITY-EXIT
           END-IF
           MOVE WS-FCAL-YEAR          TO SSCPACT-FISCAL-YEAR
           MOVE WS-FCAL-PERIOD        TO SSCPACT-FISCAL-PERIOD
           MOVE WS-PACT-LOCATION-CODE TO SSCPACT-LOCATION-CODE
           MOVE WS-PACT-ACTIVITY-CD   TO SSCPACT-ACTIVITY-CD
           READ SSCPACT-FILE
               INVALID KEY
                   PERFORM 8310-ADD-PERIOD-ACTIVITY
               NOT INVALID KEY
                   ADD WS-PACT-UNITS  TO SSCPACT-UNITS
                   ADD WS-PACT-AMOUNT TO SSCPACT-AMOUNT
                   MOVE WS-RUN-DATE   TO SSCPACT-LAST-POST-DATE
                   MOVE 'SSCRWHPI'    TO SSCPACT-LAST-POST-PGM
                   REWRITE SSCPACT-RECORD
           END-READ.
       8300-POST-PERIOD-ACTIVITY-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       8310-ADD-PERIOD-ACTIVITY.
           MOVE SPACES                TO SSCPACT-RECORD
           MOVE WS-FCAL-YEAR          TO SSCPACT-FISCAL-YEAR
           MOVE WS-FCAL-PERIOD        TO SSCPACT-FISCAL-PERIOD
           MOVE WS-PACT-LOCATION-CODE TO SSCPACT-LOCATION-CODE
           MOVE WS-PACT-ACTIVITY-CD   TO SSCPACT-ACTIVITY-CD
           MOVE WS-PACT-UNITS         TO SSCPACT-UNITS
           MOVE WS-PACT-AMOUNT        TO SSCPACT-AMOUNT
           MOVE WS-RUN-DATE           TO SSCPACT-LAST-POST-DATE
           MOVE 'SSCRWHPI'            TO SSCPACT-LAST-POST-PGM
           WRITE SSCPACT-RECORD.

      *---------------------------------------------------------------*
       8400-LOG-CLOSED-PERIOD.
           ADD 1 TO WS-CLOSED-PERIOD-REJECTS
           MOVE WS-FCAL-DATE   TO WS-C-DATE
           MOVE WS-FCAL-YEAR   TO WS-C-FISCAL-YEAR
           MOVE WS-FCAL-PERIOD TO WS-C-FISCAL-PERIOD
           MOVE WS-CLOSED-LINE TO PINV-RPT-LINE
           WRITE PINV-RPT-LINE.

      *---------------------------------------------------------------*
           CLOSE WOS-ADJMT-FILE
           CLOSE WOS-XFER-FILE
           CLOSE WOS-SNAPSHOT-FILE
           CLOSE WOS-VALUATION-FILE
           CLOSE SSCPINV-FILE
           CLOSE SSCFCAL-FILE
           CLOSE SSCPACT-FILE
           CLOSE SSCRWHPI-RPT.
