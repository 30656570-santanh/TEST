      *   OPEN-ORDER LIFECYCLE MASTER MAINTENANCE AND POSITION        *
      *   REPORT.  MAINTAINS SSCOOM, THE PERSISTENT ORDER BOOK -      *
      *                                                                *
      *     '030 SSC ORDERS' 031 DETAIL (ACCEPTED FEED) CREATES AN    *
      *           ORDER LINE, OR - WHEN IT CARRIES A HIGHER DI        *
      *           SEQUENCE THAN THE LINE ON FILE - RESTATES ITS       *
      *           ORDERED UNITS AS A DMS REALLOCATION, LOGGED ON      *
      *           SSCDIRV.  A LOWER OR REPEATED DI SEQUENCE IS        *
      *           REJECTED AS STALE.                                  *
      *     '141 SSC RECEIPTS' 031 DETAIL RELIEVES THE LINE BY        *
      *           ADDING TO RECEIVED UNITS.                           *
      *     '145 RTV CASE (SSC)' DETAIL RELIEVES THE LINE BY ADDING   *
      *   AFTER EACH RELIEF THE LINE IS CLOSED AUTOMATICALLY ONCE     *
      *   RECEIVED + RTV UNITS REACH ORDERED UNITS WITHIN THE         *
      *   ORDER'S DMSSSCPO-ITEM-TOLERANCE-QTY, AND REOPENED IF A      *
      *   LATER REALLOCATION PUTS IT BACK ABOVE TOLERANCE.  THE       *
      *   RUN ENDS WITH AN ON-ORDER POSITION REPORT OF EVERY LINE     *
      *   STILL OPEN, SO "WHAT IS STILL OPEN ON BULK PO X" IS ONE     *
      *   LOOKUP INSTEAD OF A TAPE PULL.  UNLIKE SSCTOLRP'S DAY-      *
      *   AGAINST-DAY MATCH, A RECEIPT THAT ARRIVES DAYS AFTER ITS    *
      *   ORDER STILL RELIEVES THE RIGHT LINE HERE.                   *
      *                                                                *
      *   WAREHOUSE RECEIPTS AND RTV CASES ARE ALSO ACCUMULATED ONTO  *
      *   SSCPACT UNDER THEIR SSCFCAL FISCAL PERIOD FOR THE SSCPCLOS  *
      *   ROLL-FORWARD, PRICED AT THE SSCPINV '116' COST.  RELIEF     *
      *   DATED IN A PERIOD SSCPCLOS HAS CLOSED IS REPORTED AND NOT   *
      *   APPLIED.                                                    *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *                         ON IT - THE ACTIVITY IS REPORTED AS
      *                         AN EXCEPTION AND THE LINE STAYS OFF
      *                         THE POSITION REPORT.
      * 2026-09-08  P.SANTANA   A NEW ORDER LINE NOW CARRIES ITS
      *                         DMSSSCPO-DIRECT-PO-LINE ONTO SSCOOM SO
      *                         WAREHOUSE AND DIRECT-SHIP LINES CAN BE
      *                         TOLD APART DOWNSTREAM.
      * 2026-09-17  P.SANTANA   ACCUMULATES WAREHOUSE RECEIPTS AND RTV
      *                         CASES ONTO SSCPACT BY FISCAL PERIOD
      *                         AND REFUSES RELIEF DATED IN A FISCAL
      *                         PERIOD CLOSED ON SSCFCAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-10-02  P.SANTANA   HONOURS DMSSSCPO-ITEM-DI-SEQ-NBR - A
      *                         REPEAT ORDER LINE WITH A HIGHER DI
      *                         SEQUENCE NOW RESTATES ORDERED UNITS
      *                         INSTEAD OF ADDING TO THEM, AND IS
      *                         LOGGED ON THE SSCDIRV REVISION
      *                         HISTORY.  A LOWER OR REPEATED SEQUENCE
      *                         IS REPORTED AS STALE AND COUNTED AS
      *                         REJECTED ON THE '030' SSCAPPC RECORD.
      * 2026-10-10  P.SANTANA   EVERY STATUS FLIP 4500-EVALUATE-CLOSURE
      *                         MAKES (TOLERANCE CLOSE OR REOPEN) IS
      *                         LOGGED ON THE SSCOSCH ORDER STATUS
      *                         CHANGE LOG FOR THE SSCOSTOB FEED BACK
      *                         TO DMS.
      * 2026-10-15  P.SANTANA   A FAILED SSCOSCH WRITE IS DISPLAYED WITH
      *                         ITS KEY AND ENDS THE RUN AT RC 16 SO NO
      *                         STATUS CHANGE GOES UNLOGGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCOOMNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OOMRPT-STATUS.

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

           SELECT SSCAPPC-FILE       ASSIGN TO APPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPC-STATUS.

           SELECT SSCDIRV-FILE       ASSIGN TO DIREVH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIRV-STATUS.

           SELECT SSCOSCH-FILE       ASSIGN TO OOSTCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCOSCH-KEY
               FILE STATUS IS WS-OSCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WOS-ORDER-FILE
           RECORDING MODE IS F.
           COPY SSCAPPC.

       FD  SSCPINV-FILE.
           COPY SSCPINV.

       FD  SSCFCAL-FILE.
           COPY SSCFCAL.

       FD  SSCPACT-FILE.
           COPY SSCPACT.

       FD  SSCDIRV-FILE
           RECORDING MODE IS F.
           COPY SSCDIRV.

       FD  SSCOSCH-FILE.
           COPY SSCOSCH.

       WORKING-STORAGE SECTION.
           COPY DMSSSCPO-DETAIL.

           05  WS-OOMRPT-STATUS          PIC X(02)  VALUE SPACES.
           05  WS-APPC-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-APPC-NOT-FOUND                   VALUE '35'.
           05  WS-PINV-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-FCAL-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-PACT-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-DIRV-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-DIRV-NOT-FOUND                   VALUE '35'.
           05  WS-OSCH-STATUS            PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ORDER-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-RTV-AT-EOF                       VALUE 'Y'.
           05  WS-OOM-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-OOM-AT-EOF                       VALUE 'Y'.
           05  WS-PINV-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-PINV-AT-EOF                      VALUE 'Y'.
           05  WS-COST-SW                PIC X(01)  VALUE 'N'.
               88  WS-COST-FOUND                       VALUE 'Y'.
           05  WS-FCAL-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-FCAL-AT-EOF                      VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       77  WS-RUN-TIME-FULL             PIC 9(08)  VALUE ZERO.

       77  WS-ORDERS-ADDED              PIC 9(07)  VALUE ZERO.
       77  WS-ORDERS-REVISED            PIC 9(07)  VALUE ZERO.
       77  WS-ORDERS-STALE              PIC 9(07)  VALUE ZERO.
       77  WS-RECEIPTS-APPLIED          PIC 9(07)  VALUE ZERO.
       77  WS-RECEIPTS-UNMATCHED        PIC 9(07)  VALUE ZERO.
       77  WS-RTV-APPLIED               PIC 9(07)  VALUE ZERO.
       77  WS-RTV-UNMATCHED             PIC 9(07)  VALUE ZERO.
       77  WS-LINES-CLOSED              PIC 9(07)  VALUE ZERO.
       77  WS-LINES-STILL-OPEN          PIC 9(07)  VALUE ZERO.
       77  WS-CLOSED-PERIOD-REJECTS     PIC 9(07)  VALUE ZERO.
       77  WS-OUTSIDE-CALENDAR          PIC 9(07)  VALUE ZERO.
       77  WS-STATUS-CHANGES            PIC 9(07)  VALUE ZERO.
       77  WS-PRIOR-STATUS-SW           PIC X(01)  VALUE SPACE.

      *---------------------------------------------------------------*
      *    DETAIL RECORDS READ PER FEED (000/999 ENVELOPE RECORDS     *
       77  WS-RELIEVED-UNITS            PIC 9(10)  VALUE ZERO.
       77  WS-OPEN-BALANCE              PIC S9(10) VALUE ZERO.

      *---------------------------------------------------------------*
      *    LATEST COST FOR AN ITEM - RESULT OF 8500-FIND-ITEM-COST    *
      *---------------------------------------------------------------*
       01  WS-ITEM-COST-AREA.
           05  WS-COST-ITEM-NBR          PIC X(19)  VALUE SPACES.
           05  WS-COST-LOCATION-CODE     PIC X(02)  VALUE SPACES.
           05  WS-COST-DATE              PIC X(08)  VALUE SPACES.
           05  WS-ITEM-UNIT-COST         PIC 9(07)V99 VALUE ZERO.

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
      *    RELIEF REFUSED BECAUSE ITS FISCAL PERIOD IS CLOSED         *
      *---------------------------------------------------------------*
       01  WS-CLOSED-ACTIVITY.
           05  WS-C-FEED                 PIC X(03)  VALUE SPACES.
           05  WS-C-BULK-NBR             PIC X(08)  VALUE SPACES.
           05  WS-C-ALLOC-NBR            PIC X(08)  VALUE SPACES.
           05  WS-C-ITEM-NBR             PIC X(19)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    REPORT LINE LAYOUTS                                         *
      *---------------------------------------------------------------*
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-ORDER-DATE           PIC X(08).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCOOMNT'.
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
           PERFORM 2000-APPLY-ORDERS
               THRU 2000-APPLY-ORDERS-EXIT
           PERFORM 6000-WRITE-FINAL-TOTALS
           PERFORM 7000-WRITE-APPLIED-COUNTS
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
               DISPLAY 'SSCOOMNT - NOT STARTED, STREAM PREREQUISITE '
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
           COMPUTE WS-RCTL-RECORDS-IN = WS-ORDER-DETAILS-READ
                                      + WS-RECEIPT-DETAILS-READ
                                      + WS-RTV-DETAILS-READ
           MOVE WS-APPLIED-WORK TO WS-RCTL-RECORDS-OUT
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
           OPEN INPUT  WOS-ORDER-FILE
           IF WS-APPC-NOT-FOUND
               OPEN OUTPUT SSCAPPC-FILE
           END-IF
           OPEN INPUT  SSCPINV-FILE
           OPEN INPUT  SSCFCAL-FILE
           OPEN I-O    SSCPACT-FILE
           IF WS-PACT-STATUS = '35'
               OPEN OUTPUT SSCPACT-FILE
               CLOSE SSCPACT-FILE
               OPEN I-O SSCPACT-FILE
           END-IF
           OPEN EXTEND SSCDIRV-FILE
           IF WS-DIRV-NOT-FOUND
               OPEN OUTPUT SSCDIRV-FILE
           END-IF
           OPEN I-O    SSCOSCH-FILE
           IF WS-OSCH-STATUS = '35'
               OPEN OUTPUT SSCOSCH-FILE
               CLOSE SSCOSCH-FILE
               OPEN I-O SSCOSCH-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           PERFORM 8000-LOAD-FISCAL-CALENDAR
               THRU 8000-LOAD-FISCAL-CALENDAR-EXIT
           MOVE 'SSCOOMNT - OPEN-ORDER MASTER AND POSITION REPORT'
               TO OOM-RPT-LINE
           WRITE OOM-RPT-LINE.
               INVALID KEY
                   PERFORM 2210-ADD-ORDER-LINE
               NOT INVALID KEY
                   PERFORM 2220-REVISE-ORDER-LINE
           END-READ.

      *---------------------------------------------------------------*
           MOVE WS-RUN-DATE             TO SSCOOM-ORDER-DATE
           MOVE WS-RUN-DATE             TO SSCOOM-LAST-ACTIVITY-DATE
           MOVE 'O'                     TO SSCOOM-STATUS-SW
           MOVE DMSSSCPO-DIRECT-PO-LINE TO SSCOOM-DIRECT-PO-LINE
           IF DMSSSCPO-ITEM-DI-SEQ-NBR NUMERIC
               MOVE DMSSSCPO-ITEM-DI-SEQ-NBR TO SSCOOM-DI-SEQ-NBR
           ELSE
               MOVE ZERO                TO SSCOOM-DI-SEQ-NBR
           END-IF
           WRITE SSCOOM-RECORD
           ADD 1 TO WS-ORDERS-ADDED.

      *---------------------------------------------------------------*
      *    THE LINE IS ALREADY ON THE BOOK.  DMS MARKS A REALLOCATION *
      *    BY RAISING THE DI SEQUENCE - THE NEW QUANTITY SUPERSEDES   *
      *    THE OLD ONE, IT IS NOT ADDED TO IT.  A LOWER OR REPEATED   *
      *    SEQUENCE IS A RESEND OR AN OUT-OF-ORDER FEED AND IS NOT    *
      *    APPLIED.  A LINE WRITTEN BEFORE SSCOOM CARRIED THE         *
      *    SEQUENCE IS TAKEN AS SEQUENCE 00.                          *
      *---------------------------------------------------------------*
       2220-REVISE-ORDER-LINE.
           IF SSCOOM-DI-SEQ-NBR NOT NUMERIC
               MOVE ZERO TO SSCOOM-DI-SEQ-NBR
           END-IF
           IF DMSSSCPO-ITEM-DI-SEQ-NBR NOT NUMERIC
               MOVE ZERO TO DMSSSCPO-ITEM-DI-SEQ-NBR
           END-IF
           IF DMSSSCPO-ITEM-DI-SEQ-NBR NOT > SSCOOM-DI-SEQ-NBR
               PERFORM 2230-LOG-STALE-ORDER-LINE
           ELSE
               MOVE SPACES TO SSCDIRV-RECORD
               MOVE WS-RUN-DATE              TO SSCDIRV-REVISION-DATE
               MOVE WS-RUN-TIME-FULL(1:6)    TO SSCDIRV-REVISION-TIME
               MOVE SSCOOM-BULK-NBR          TO SSCDIRV-BULK-NBR
               MOVE SSCOOM-ALLOC-NBR         TO SSCDIRV-ALLOC-NBR
               MOVE SSCOOM-ITEM-NBR          TO SSCDIRV-ITEM-NBR
               MOVE SSCOOM-SUPPLIER-NBR      TO SSCDIRV-SUPPLIER-NBR
               MOVE SSCOOM-STORE-NBR         TO SSCDIRV-STORE-NBR
               MOVE SSCOOM-DI-SEQ-NBR        TO SSCDIRV-PRIOR-DI-SEQ-NBR
               MOVE SSCOOM-ORDERED-UNITS
                                      TO SSCDIRV-PRIOR-ORDERED-UNITS
               MOVE SSCOOM-STATUS-SW         TO SSCDIRV-PRIOR-STATUS-SW
               MOVE DMSSSCPO-UNITS           TO SSCOOM-ORDERED-UNITS
               MOVE DMSSSCPO-ITEM-DI-SEQ-NBR TO SSCOOM-DI-SEQ-NBR
               MOVE DMSSSCPO-ITEM-TOLERANCE-QTY
                                             TO SSCOOM-TOLERANCE-QTY
               MOVE WS-RUN-DATE          TO SSCOOM-LAST-ACTIVITY-DATE
               PERFORM 4500-EVALUATE-CLOSURE
               REWRITE SSCOOM-RECORD
               PERFORM 2240-WRITE-REVISION-HISTORY
               ADD 1 TO WS-ORDERS-REVISED
           END-IF.

      *---------------------------------------------------------------*
       2230-LOG-STALE-ORDER-LINE.
           ADD 1 TO WS-ORDERS-STALE
           MOVE SPACES TO OOM-RPT-LINE
           STRING '*** STALE DI SEQ '       DELIMITED BY SIZE
                   DMSSSCPO-ITEM-DI-SEQ-NBR DELIMITED BY SIZE
                   ' (ON FILE '             DELIMITED BY SIZE
                   SSCOOM-DI-SEQ-NBR        DELIMITED BY SIZE
                   ') NOT APPLIED - BULK '  DELIMITED BY SIZE
                   SSCOOM-BULK-NBR          DELIMITED BY SIZE
                   ' ALLOC '                DELIMITED BY SIZE
                   SSCOOM-ALLOC-NBR         DELIMITED BY SIZE
                   ' ITEM '                 DELIMITED BY SIZE
                   SSCOOM-ITEM-NBR          DELIMITED BY SIZE
               INTO OOM-RPT-LINE
           WRITE OOM-RPT-LINE.

      *---------------------------------------------------------------*
      *    THE PRIOR SIDE OF SSCDIRV WAS TAKEN BEFORE THE LINE WAS    *
      *    RESTATED - ADD THE NEW SIDE AND KEEP THE REVISION.         *
      *---------------------------------------------------------------*
       2240-WRITE-REVISION-HISTORY.
           MOVE SSCOOM-DI-SEQ-NBR        TO SSCDIRV-NEW-DI-SEQ-NBR
           MOVE SSCOOM-ORDERED-UNITS     TO SSCDIRV-NEW-ORDERED-UNITS
           COMPUTE SSCDIRV-RELIEVED-UNITS =
               SSCOOM-RECEIVED-UNITS + SSCOOM-RTV-UNITS
           MOVE SSCOOM-STATUS-SW         TO SSCDIRV-NEW-STATUS-SW
           WRITE SSCDIRV-RECORD.

      *---------------------------------------------------------------*
       3000-APPLY-RECEIPTS.
                   MOVE WOS-RCPT-RECORD TO DMSSSCPO-ORDER-DETAIL
           END-READ.

      *---------------------------------------------------------------*
      *    THE 031 RECEIPT DETAIL CARRIES NO TRANSACTION DATE, SO A   *
      *    RECEIPT BELONGS TO THE FISCAL PERIOD OF THE RUN DATE.      *
      *---------------------------------------------------------------*
       3200-APPLY-ONE-RECEIPT.
           MOVE WS-RUN-DATE TO WS-FCAL-DATE
           PERFORM 8200-FIND-FISCAL-PERIOD
           IF WS-FCAL-PERIOD-CLOSED
               MOVE '141'                   TO WS-C-FEED
               MOVE DMSSSCPO-ITEM-BULK-NBR  TO WS-C-BULK-NBR
               MOVE DMSSSCPO-ITEM-ALLOC-NBR TO WS-C-ALLOC-NBR
               MOVE DMSSSCPO-ITEM-NBR       TO WS-C-ITEM-NBR
               PERFORM 8400-LOG-CLOSED-PERIOD
           ELSE
               MOVE DMSSSCPO-ITEM-BULK-NBR  TO SSCOOM-BULK-NBR
               MOVE DMSSSCPO-ITEM-ALLOC-NBR TO SSCOOM-ALLOC-NBR
               MOVE DMSSSCPO-ITEM-NBR       TO SSCOOM-ITEM-NBR
               READ SSCOOM-FILE
                   INVALID KEY
                       PERFORM 3210-LOG-UNMATCHED-RECEIPT
                   NOT INVALID KEY
                       ADD DMSSSCPO-UNITS TO SSCOOM-RECEIVED-UNITS
                       MOVE WS-RUN-DATE   TO SSCOOM-LAST-ACTIVITY-DATE
                       PERFORM 4500-EVALUATE-CLOSURE
                       REWRITE SSCOOM-RECORD
                       ADD 1 TO WS-RECEIPTS-APPLIED
                       IF SSCOOM-IS-WAREHOUSE-PO
                           PERFORM 3220-ACCUMULATE-RECEIPT
                       END-IF
               END-READ
           END-IF.

      *---------------------------------------------------------------*
       3210-LOG-UNMATCHED-RECEIPT.
               INTO OOM-RPT-LINE
           WRITE OOM-RPT-LINE.

      *---------------------------------------------------------------*
      *    A WAREHOUSE RECEIPT GOES INTO THE RWH BOOK.  THE RECEIPT   *
      *    CARRIES NO LOCATION, SO IT IS TAKEN AT THE SSCPINV         *
      *    LOCATION HOLDING THE ITEM'S LATEST COST, THE SAME WAY      *
      *    SSCWHSTL PLACES THE RECEIVED-NOT-INVOICED ACCRUAL.  AN     *
      *    ITEM NOT YET ON THE BOOK ACCUMULATES UNDER A BLANK         *
      *    LOCATION, WHICH THE ROLL-FORWARD SHOWS ON ITS OWN LINE.    *
      *---------------------------------------------------------------*
       3220-ACCUMULATE-RECEIPT.
           MOVE SSCOOM-ITEM-NBR TO WS-COST-ITEM-NBR
           PERFORM 8500-FIND-ITEM-COST
               THRU 8500-FIND-ITEM-COST-EXIT
           MOVE WS-COST-LOCATION-CODE TO WS-PACT-LOCATION-CODE
           MOVE 'RCV'                 TO WS-PACT-ACTIVITY-CD
           MOVE DMSSSCPO-UNITS        TO WS-PACT-UNITS
           COMPUTE WS-PACT-AMOUNT ROUNDED =
               DMSSSCPO-UNITS * WS-ITEM-UNIT-COST
           PERFORM 8300-POST-PERIOD-ACTIVITY
               THRU 8300-POST-PERIOD-ACTIVITY-EXIT.

      *---------------------------------------------------------------*
       4000-APPLY-RTV-CASES.
           PERFORM 4100-READ-RTV-CASE

      *---------------------------------------------------------------*
       4200-APPLY-ONE-RTV-CASE.
           MOVE DMSRTVCS-TRANS-DATE TO WS-FCAL-DATE
           PERFORM 8200-FIND-FISCAL-PERIOD
           IF WS-FCAL-PERIOD-CLOSED
               MOVE '145'              TO WS-C-FEED
               MOVE DMSRTVCS-BULK-NBR  TO WS-C-BULK-NBR
               MOVE DMSRTVCS-ALLOC-NBR TO WS-C-ALLOC-NBR
               MOVE DMSRTVCS-ITEM-NBR  TO WS-C-ITEM-NBR
               PERFORM 8400-LOG-CLOSED-PERIOD
           ELSE
               MOVE DMSRTVCS-BULK-NBR  TO SSCOOM-BULK-NBR
               MOVE DMSRTVCS-ALLOC-NBR TO SSCOOM-ALLOC-NBR
               MOVE DMSRTVCS-ITEM-NBR  TO SSCOOM-ITEM-NBR
               READ SSCOOM-FILE
                   INVALID KEY
                       PERFORM 4210-LOG-UNMATCHED-RTV-CASE
                   NOT INVALID KEY
                       ADD DMSRTVCS-UNITS TO SSCOOM-RTV-UNITS
                       MOVE WS-RUN-DATE   TO SSCOOM-LAST-ACTIVITY-DATE
                       PERFORM 4500-EVALUATE-CLOSURE
                       REWRITE SSCOOM-RECORD
                       ADD 1 TO WS-RTV-APPLIED
               END-READ
               PERFORM 4220-ACCUMULATE-RTV-CASE
           END-IF.

      *---------------------------------------------------------------*
       4210-LOG-UNMATCHED-RTV-CASE.
               INTO OOM-RPT-LINE
           WRITE OOM-RPT-LINE.

      *---------------------------------------------------------------*
      *    THE CASE LEFT THE BUILDING WHETHER OR NOT ITS ORDER LINE   *
      *    IS ON THE BOOK, SO IT IS ACCUMULATED EITHER WAY - AT ITS   *
      *    OWN LOCATION, PRICED AT THAT LOCATION'S COST OR ELSE THE   *
      *    ITEM'S LATEST COST ANYWHERE.                               *
      *---------------------------------------------------------------*
       4220-ACCUMULATE-RTV-CASE.
           MOVE 'N' TO WS-COST-SW
           MOVE ZERO TO WS-ITEM-UNIT-COST
           MOVE DMSRTVCS-ITEM-NBR      TO SSCPINV-ITEM-NBR
           MOVE DMSRTVCS-LOCATION-CODE TO SSCPINV-LOCATION-CODE
           READ SSCPINV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SSCPINV-UNIT-COST NUMERIC
                       AND SSCPINV-UNIT-COST > ZERO
                       MOVE 'Y' TO WS-COST-SW
                       MOVE SSCPINV-UNIT-COST TO WS-ITEM-UNIT-COST
                   END-IF
           END-READ
           IF NOT WS-COST-FOUND
               MOVE DMSRTVCS-ITEM-NBR TO WS-COST-ITEM-NBR
               PERFORM 8500-FIND-ITEM-COST
                   THRU 8500-FIND-ITEM-COST-EXIT
           END-IF
           MOVE DMSRTVCS-LOCATION-CODE TO WS-PACT-LOCATION-CODE
           MOVE 'RTV'                  TO WS-PACT-ACTIVITY-CD
           MOVE DMSRTVCS-UNITS         TO WS-PACT-UNITS
           COMPUTE WS-PACT-AMOUNT ROUNDED =
               DMSRTVCS-UNITS * WS-ITEM-UNIT-COST
           PERFORM 8300-POST-PERIOD-ACTIVITY
               THRU 8300-POST-PERIOD-ACTIVITY-EXIT.

      *---------------------------------------------------------------*
      *    A LINE CLOSES ONCE RECEIVED + RTV UNITS COME WITHIN THE    *
      *    ORDER'S TOLERANCE QUANTITY OF THE ORDERED UNITS, AND       *
      *    REOPENS IF A LATER REALLOCATION PUTS IT BACK OUTSIDE.      *
      *    A LINE SSCORDST CANCELLED STAYS CANCELLED - LATE ACTIVITY  *
      *    ON A DEAD PO MUST NOT PUT IT BACK ON THE POSITION REPORT.  *
      *    A STATUS FLIP IS LOGGED ON SSCOSCH FOR DMS.                *
      *---------------------------------------------------------------*
       4500-EVALUATE-CLOSURE.
           MOVE SSCOOM-STATUS-SW TO WS-PRIOR-STATUS-SW
           IF SSCOOM-IS-CANCELLED
               PERFORM 4510-LOG-CANCELLED-ACTIVITY
           ELSE
               ELSE
                   MOVE 'O' TO SSCOOM-STATUS-SW
               END-IF
               IF SSCOOM-STATUS-SW NOT = WS-PRIOR-STATUS-SW
                   PERFORM 4520-LOG-STATUS-CHANGE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
               INTO OOM-RPT-LINE
           WRITE OOM-RPT-LINE.

      *---------------------------------------------------------------*
      *    SSCOSCH STATUS CHANGE - THE RUN'S OWN SEQUENCE KEEPS A     *
      *    CLOSE AND A LATER REOPEN OF THE SAME LINE AS TWO CHANGES.  *
      *---------------------------------------------------------------*
       4520-LOG-STATUS-CHANGE.
           ADD 1 TO WS-STATUS-CHANGES
           MOVE SPACES                   TO SSCOSCH-RECORD
           MOVE WS-RUN-DATE              TO SSCOSCH-CHANGE-DATE
           MOVE WS-RUN-TIME-FULL(1:6)    TO SSCOSCH-CHANGE-TIME
           MOVE 'SSCOOMNT'               TO SSCOSCH-PROGRAM-ID
           MOVE WS-STATUS-CHANGES        TO SSCOSCH-CHANGE-SEQ
           MOVE SSCOOM-BULK-NBR          TO SSCOSCH-BULK-NBR
           MOVE SSCOOM-ALLOC-NBR         TO SSCOSCH-ALLOC-NBR
           MOVE SSCOOM-ITEM-NBR          TO SSCOSCH-ITEM-NBR
           MOVE SSCOOM-SUPPLIER-NBR      TO SSCOSCH-SUPPLIER-NBR
           MOVE SSCOOM-STORE-NBR         TO SSCOSCH-STORE-NBR
           MOVE WS-PRIOR-STATUS-SW       TO SSCOSCH-OLD-STATUS
           MOVE SSCOOM-STATUS-SW         TO SSCOSCH-NEW-STATUS
           IF SSCOOM-IS-CLOSED
               MOVE 'T'                  TO SSCOSCH-CHANGE-KIND
           ELSE
               MOVE 'R'                  TO SSCOSCH-CHANGE-KIND
           END-IF
           MOVE SSCOOM-ORDERED-UNITS     TO SSCOSCH-ORDERED-UNITS
           MOVE SSCOOM-RECEIVED-UNITS    TO SSCOSCH-RECEIVED-UNITS
           MOVE SSCOOM-RTV-UNITS         TO SSCOSCH-RTV-UNITS
           WRITE SSCOSCH-RECORD
           IF WS-OSCH-STATUS NOT = '00'
               DISPLAY 'SSCOOMNT - SSCOSCH WRITE FAILED, STATUS = '
                   WS-OSCH-STATUS ' KEY = ' SSCOSCH-KEY
               PERFORM 9000-TERMINATE
               MOVE 16 TO RETURN-CODE
               PERFORM 0200-RUN-CONTROL-END
               STOP RUN
           END-IF.

      *---------------------------------------------------------------*
       5000-WRITE-POSITION-REPORT.
           MOVE SPACES TO OOM-RPT-LINE
           MOVE SPACES TO OOM-RPT-LINE
           STRING 'ORDER LINES ADDED - '     DELIMITED BY SIZE
                   WS-ORDERS-ADDED           DELIMITED BY SIZE
                   ', REVISED (DI REALLOCATION) - '
                                             DELIMITED BY SIZE
                   WS-ORDERS-REVISED         DELIMITED BY SIZE
                   ', STALE DI SEQ REJECTED - '
                                             DELIMITED BY SIZE
                   WS-ORDERS-STALE           DELIMITED BY SIZE
               INTO OOM-RPT-LINE
           WRITE OOM-RPT-LINE
           MOVE SPACES TO OOM-RPT-LINE
                   WS-LINES-CLOSED           DELIMITED BY SIZE
                   ', STILL OPEN - '         DELIMITED BY SIZE
                   WS-LINES-STILL-OPEN       DELIMITED BY SIZE
                   ', STATUS CHANGES LOGGED - '
                                             DELIMITED BY SIZE
                   WS-STATUS-CHANGES         DELIMITED BY SIZE
               INTO OOM-RPT-LINE
           WRITE OOM-RPT-LINE
           MOVE SPACES TO OOM-RPT-LINE
           STRING 'REFUSED - CLOSED FISCAL PERIOD - '
                                             DELIMITED BY SIZE
                   WS-CLOSED-PERIOD-REJECTS  DELIMITED BY SIZE
                   ', OUTSIDE FISCAL CALENDAR - '
                                             DELIMITED BY SIZE
                   WS-OUTSIDE-CALENDAR       DELIMITED BY SIZE
               INTO OOM-RPT-LINE
           WRITE OOM-RPT-LINE.

      *---------------------------------------------------------------*
       7000-WRITE-APPLIED-COUNTS.
           COMPUTE WS-APPLIED-WORK =
               WS-ORDERS-ADDED + WS-ORDERS-REVISED
           COMPUTE WS-REJECTED-WORK =
               WS-ORDER-DETAILS-READ - WS-APPLIED-WORK
           MOVE '030' TO SSCAPPC-TRANS-CODE
           MOVE WS-REJECTED-WORK TO SSCAPPC-RECORDS-REJECTED
           WRITE SSCAPPC-RECORD.

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
           DISPLAY 'SSCOOMNT - WS-FCAL-ENTRY TABLE FULL AT 240 '
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
                   MOVE 'SSCOOMNT'    TO SSCPACT-LAST-POST-PGM
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
           MOVE 'SSCOOMNT'            TO SSCPACT-LAST-POST-PGM
           WRITE SSCPACT-RECORD.

      *---------------------------------------------------------------*
       8400-LOG-CLOSED-PERIOD.
           ADD 1 TO WS-CLOSED-PERIOD-REJECTS
           MOVE SPACES TO OOM-RPT-LINE
           STRING '*** '                    DELIMITED BY SIZE
                   WS-C-FEED                DELIMITED BY SIZE
                   ' DATED '                DELIMITED BY SIZE
                   WS-FCAL-DATE             DELIMITED BY SIZE
                   ' IN CLOSED PERIOD '     DELIMITED BY SIZE
                   WS-FCAL-YEAR             DELIMITED BY SIZE
                   '/'                      DELIMITED BY SIZE
                   WS-FCAL-PERIOD           DELIMITED BY SIZE
                   ' NOT APPLIED - BULK '   DELIMITED BY SIZE
                   WS-C-BULK-NBR            DELIMITED BY SIZE
                   ' ALLOC '                DELIMITED BY SIZE
                   WS-C-ALLOC-NBR           DELIMITED BY SIZE
                   ' ITEM '                 DELIMITED BY SIZE
                   WS-C-ITEM-NBR            DELIMITED BY SIZE
               INTO OOM-RPT-LINE
           WRITE OOM-RPT-LINE.

      *---------------------------------------------------------------*
      *    LATEST '116' COST FOR WS-COST-ITEM-NBR AT ANY LOCATION -   *
      *    THE LOCATION WITH THE MOST RECENT COST DATE WINS.          *
      *---------------------------------------------------------------*
       8500-FIND-ITEM-COST.
           MOVE 'N'    TO WS-COST-SW
           MOVE 'N'    TO WS-PINV-EOF-SW
           MOVE SPACES TO WS-COST-LOCATION-CODE
           MOVE SPACES TO WS-COST-DATE
           MOVE ZERO   TO WS-ITEM-UNIT-COST
           MOVE WS-COST-ITEM-NBR TO SSCPINV-ITEM-NBR
           MOVE LOW-VALUES       TO SSCPINV-LOCATION-CODE
           START SSCPINV-FILE KEY IS NOT LESS THAN SSCPINV-KEY
               INVALID KEY
                   GO TO 8500-FIND-ITEM-COST-EXIT
           END-START
           PERFORM 8600-READ-NEXT-BOOK
           PERFORM UNTIL WS-PINV-AT-EOF
                   OR SSCPINV-ITEM-NBR NOT = WS-COST-ITEM-NBR
               IF SSCPINV-UNIT-COST NUMERIC
                   AND SSCPINV-UNIT-COST > ZERO
                   AND SSCPINV-COST-DATE > WS-COST-DATE
                   MOVE 'Y'                   TO WS-COST-SW
                   MOVE SSCPINV-LOCATION-CODE TO WS-COST-LOCATION-CODE
                   MOVE SSCPINV-COST-DATE     TO WS-COST-DATE
                   MOVE SSCPINV-UNIT-COST     TO WS-ITEM-UNIT-COST
               END-IF
               PERFORM 8600-READ-NEXT-BOOK
           END-PERFORM.
       8500-FIND-ITEM-COST-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       8600-READ-NEXT-BOOK.
           READ SSCPINV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PINV-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE WOS-ORDER-FILE
           CLOSE WOS-RTV-FILE
           CLOSE SSCOOM-FILE
           CLOSE SSCAPPC-FILE
           CLOSE SSCPINV-FILE
           CLOSE SSCFCAL-FILE
           CLOSE SSCPACT-FILE
           CLOSE SSCDIRV-FILE
           CLOSE SSCOSCH-FILE
           CLOSE SSCOOM-RPT.
