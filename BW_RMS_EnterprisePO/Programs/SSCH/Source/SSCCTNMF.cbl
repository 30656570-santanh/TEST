      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCCTNMF                                       *
      *                                                                *
      *   CARTON CONTENT MANIFEST AND PACK RECONCILIATION.  LOADS THE *
      *   '085 CARTON TRANSACTIONS' DETAIL ONTO THE SSCCMAN MANIFEST  *
      *   (ITEMS, UNITS, BULK PO AND STORE IN EVERY CARTON, KEYED BY  *
      *   CARTON NUMBER) AND RECONCILES IT THREE WAYS -               *
      *                                                                *
      *     PACKED, NEVER ISSUED - THE CARTON NUMBER IS NOT ON THE    *
      *         SSCCTNC CARTON NUMBER CONTROL FILE (NEVER REQUESTED,  *
      *         OR ALREADY RETURNED), OR WAS ISSUED FOR ANOTHER STORE.*
      *     ISSUED, NEVER PACKED - A NUMBER STILL OUTSTANDING ON      *
      *         SSCCTNC WITH NOTHING ON THE MANIFEST, OLDER THAN THE  *
      *         PACKING GRACE PERIOD BELOW.                           *
      *     NOT IN THE STORE'S ALLOCATION - THE CONTENTS DO NOT       *
      *         MATCH A '031' STORE ALLOCATION FOR THE STORE THE      *
      *         CARTON IS ADDRESSED TO.  THE 031 ALLOCATIONS ARE READ *
      *         FROM SSCOOM, WHERE SSCOOMNT KEEPS EVERY ACCEPTED 031  *
      *         LINE, SO A CARTON PACKED DAYS AFTER ITS ORDER STILL   *
      *         FINDS IT.                                             *
      *                                                                *
      *   RUNS AFTER SSCCTNRC SO THE DAY'S '170' REQUESTS ARE ON      *
      *   SSCCTNC AND THE DAY'S '175' RETURNS HAVE COME OFF IT.       *
      *   UNITS TAKEN BACK OUT OF A CARTON ('R') ARE A CORRECTION AND *
      *   ARE NOT THEMSELVES FLAGGED.  A TRANSACTION DATED NO LATER   *
      *   THAN THE LAST PACK OR REMOVAL ALREADY ON ITS MANIFEST LINE  *
      *   HAS BEEN APPLIED (A RERUN OF THE SAME FEED) - IT IS         *
      *   REPORTED AND NOT APPLIED AGAIN.                             *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-22  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-10-15  P.SANTANA   A PACK OR REMOVAL DATED NO LATER THAN
      *                         THE LINE'S LAST PACK DATE/TIME IS
      *                         REPORTED AS ALREADY APPLIED AND SKIPPED,
      *                         SO A RERUN DOES NOT MOVE UNITS TWICE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCCTNMF.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-09-22.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOS-CTNTRAN-FILE   ASSIGN TO WOSCTNTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTNTRAN-STATUS.

           SELECT SSCCTNC-FILE       ASSIGN TO CTNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCCTNC-CARTON-NBR
               FILE STATUS IS WS-CTNC-STATUS.

           SELECT SSCOOM-FILE        ASSIGN TO OOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCOOM-KEY
               FILE STATUS IS WS-OOM-STATUS.

           SELECT SSCCMAN-FILE       ASSIGN TO CTNMAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCCMAN-KEY
               FILE STATUS IS WS-CMAN-STATUS.

           SELECT SSCCTNMF-RPT       ASSIGN TO CTNMFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTNMFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WOS-CTNTRAN-FILE
           RECORDING MODE IS F.
       01  WOS-CTT-RECORD                PIC X(205).

       FD  SSCCTNC-FILE.
           COPY SSCCTNC.

       FD  SSCOOM-FILE.
           COPY SSCOOM.

       FD  SSCCMAN-FILE.
           COPY SSCCMAN.

       FD  SSCCTNMF-RPT.
       01  CTNMF-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY DMSCTNTR-DETAIL.

       01  WS-FILE-STATUSES.
           05  WS-CTNTRAN-STATUS        PIC X(02)  VALUE SPACES.
           05  WS-CTNC-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-OOM-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-CMAN-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-CTNMFRPT-STATUS       PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CTNTRAN-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-CTNTRAN-AT-EOF                  VALUE 'Y'.
           05  WS-CTNC-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-CTNC-AT-EOF                     VALUE 'Y'.
           05  WS-CMAN-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-CMAN-AT-EOF                     VALUE 'Y'.
           05  WS-ISSUED-SW             PIC X(01)  VALUE 'Y'.
               88  WS-NBR-WAS-ISSUED                  VALUE 'Y'.
           05  WS-ALLOC-SW              PIC X(01)  VALUE 'Y'.
               88  WS-IN-STORE-ALLOC                  VALUE 'Y'.
           05  WS-PACKED-SW             PIC X(01)  VALUE 'N'.
               88  WS-CARTON-WAS-PACKED               VALUE 'Y'.
           05  WS-APPLIED-SW            PIC X(01)  VALUE 'N'.
               88  WS-TRANS-ALREADY-APPLIED           VALUE 'Y'.

      *    THE TRANSACTION AND THE MANIFEST LINE'S LAST PACK, EACH AS
      *    ONE DATE/TIME SO THEY COMPARE IN A SINGLE TEST.
       01  WS-TRANS-STAMP.
           05  WS-TRANS-DATE            PIC X(08)  VALUE SPACES.
           05  WS-TRANS-TIME            PIC X(06)  VALUE SPACES.
       01  WS-LAST-PACK-STAMP.
           05  WS-LAST-PACK-DATE        PIC X(08)  VALUE SPACES.
           05  WS-LAST-PACK-TIME        PIC X(06)  VALUE SPACES.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    PACKING GRACE PERIOD - CALENDAR DAYS AN ISSUED CARTON      *
      *    NUMBER MAY STAY EMPTY BEFORE IT IS FLAGGED AS NEVER        *
      *    PACKED.  CHANGE HERE TO RETUNE.                            *
      *---------------------------------------------------------------*
       77  WS-PACK-GRACE-DAYS           PIC 9(03)  VALUE 2.

       77  WS-REQUEST-DATE-NUM          PIC 9(08)  VALUE ZERO.
       77  WS-RUN-DATE-NUM              PIC 9(08)  VALUE ZERO.
       77  WS-DAYS-OUTSTANDING          PIC S9(05) VALUE ZERO.

      *    THE LAST CARTON REPORTED AS NEVER ISSUED, SO A CARTON OF
      *    MANY ITEMS IS REPORTED ONCE AND NOT ONCE PER ITEM.
       77  WS-LAST-UNISSUED-CARTON      PIC X(10)  VALUE SPACES.

       01  WS-EXCEPTION-TEXT            PIC X(40)  VALUE SPACES.

       77  WS-LINES-READ                PIC 9(09)  VALUE ZERO.
       77  WS-LINES-PACKED              PIC 9(09)  VALUE ZERO.
       77  WS-LINES-REMOVED             PIC 9(07)  VALUE ZERO.
       77  WS-LINES-REJECTED            PIC 9(07)  VALUE ZERO.
       77  WS-LINES-ALREADY-APPLIED     PIC 9(07)  VALUE ZERO.
       77  WS-CARTONS-NOT-ISSUED        PIC 9(07)  VALUE ZERO.
       77  WS-CARTONS-OTHER-STORE       PIC 9(07)  VALUE ZERO.
       77  WS-LINES-NOT-IN-ALLOC        PIC 9(07)  VALUE ZERO.
       77  WS-CARTONS-OUTSTANDING       PIC 9(07)  VALUE ZERO.
       77  WS-CARTONS-NEVER-PACKED      PIC 9(07)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    REPORT LINE LAYOUTS                                         *
      *---------------------------------------------------------------*
       01  WS-EXCEPTION-LINE.
           05  WS-X-CARTON-NBR           PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-X-STORE-NBR            PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-X-BULK-NBR             PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-X-ALLOC-NBR            PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-X-ITEM-NBR             PIC X(19).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-X-UNITS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-X-MESSAGE              PIC X(40).

       01  WS-UNPACKED-LINE.
           05  WS-U-CARTON-NBR           PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-U-STORE-NBR            PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-U-BULK-NBR             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-U-REQUEST-DATE         PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-U-DAYS-OPEN            PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-U-STATUS               PIC X(30).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCCTNMF'.
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
           PERFORM 2000-LOAD-MANIFEST
               THRU 2000-LOAD-MANIFEST-EXIT
           PERFORM 3000-FIND-UNPACKED-CARTONS
               THRU 3000-FIND-UNPACKED-CARTONS-EXIT
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
               DISPLAY 'SSCCTNMF - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-LINES-READ TO WS-RCTL-RECORDS-IN
           MOVE WS-LINES-PACKED TO WS-RCTL-RECORDS-OUT
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
           OPEN INPUT  WOS-CTNTRAN-FILE
           OPEN INPUT  SSCCTNC-FILE
           OPEN INPUT  SSCOOM-FILE
           OPEN I-O    SSCCMAN-FILE
           IF WS-CMAN-STATUS = '35'
               OPEN OUTPUT SSCCMAN-FILE
               CLOSE SSCCMAN-FILE
               OPEN I-O SSCCMAN-FILE
           END-IF
           OPEN OUTPUT SSCCTNMF-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           MOVE 'SSCCTNMF - CARTON CONTENT MANIFEST RECONCILIATION'
               TO CTNMF-RPT-LINE
           WRITE CTNMF-RPT-LINE
           MOVE SPACES TO CTNMF-RPT-LINE
           WRITE CTNMF-RPT-LINE
           MOVE 'CARTON CONTENTS NOT RECONCILED' TO CTNMF-RPT-LINE
           WRITE CTNMF-RPT-LINE.

      *---------------------------------------------------------------*
       2000-LOAD-MANIFEST.
           PERFORM 2100-READ-CARTON-TRANSACTION
           PERFORM UNTIL WS-CTNTRAN-AT-EOF
               IF WOS-CTT-RECORD(1:3) = '085'
                   PERFORM 2200-APPLY-CARTON-LINE
                       THRU 2200-APPLY-CARTON-LINE-EXIT
               END-IF
               PERFORM 2100-READ-CARTON-TRANSACTION
           END-PERFORM.
       2000-LOAD-MANIFEST-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-CARTON-TRANSACTION.
           READ WOS-CTNTRAN-FILE
               AT END
                   MOVE 'Y' TO WS-CTNTRAN-EOF-SW
               NOT AT END
                   MOVE WOS-CTT-RECORD TO DMSCTNTR-DETAIL
           END-READ.

      *---------------------------------------------------------------*
       2200-APPLY-CARTON-LINE.
           ADD 1 TO WS-LINES-READ
           PERFORM 2250-CHECK-ALREADY-APPLIED
           IF WS-TRANS-ALREADY-APPLIED
               ADD 1 TO WS-LINES-ALREADY-APPLIED
               MOVE '*** ALREADY APPLIED - NOT APPLIED AGAIN'
                   TO WS-EXCEPTION-TEXT
               PERFORM 2900-LOG-CARTON-EXCEPTION
               GO TO 2200-APPLY-CARTON-LINE-EXIT
           END-IF
           EVALUATE DMSCTNTR-TRANS-CD
               WHEN 'P'
                   PERFORM 2300-CHECK-CARTON-ISSUED
                   PERFORM 2400-CHECK-STORE-ALLOCATION
                   PERFORM 2500-PACK-MANIFEST-LINE
               WHEN 'R'
                   PERFORM 2600-REMOVE-MANIFEST-LINE
               WHEN OTHER
                   ADD 1 TO WS-LINES-REJECTED
                   MOVE '*** UNKNOWN TRANS CODE - NOT LOADED'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 2900-LOG-CARTON-EXCEPTION
           END-EVALUATE.
       2200-APPLY-CARTON-LINE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    EVERY PACK AND REMOVAL MOVES THE LINE'S LAST PACK DATE AND *
      *    TIME FORWARD, SO ONE DATED NO LATER THAN THAT IS ALREADY   *
      *    IN THE LINE'S UNITS.                                       *
      *---------------------------------------------------------------*
       2250-CHECK-ALREADY-APPLIED.
           MOVE 'N' TO WS-APPLIED-SW
           MOVE DMSCTNTR-CARTON-NBR TO SSCCMAN-CARTON-NBR
           MOVE DMSCTNTR-BULK-NBR   TO SSCCMAN-BULK-NBR
           MOVE DMSCTNTR-ALLOC-NBR  TO SSCCMAN-ALLOC-NBR
           MOVE DMSCTNTR-ITEM-NBR   TO SSCCMAN-ITEM-NBR
           READ SSCCMAN-FILE
               NOT INVALID KEY
                   MOVE DMSCTNTR-TRANS-DATE    TO WS-TRANS-DATE
                   MOVE DMSCTNTR-TRANS-TIME    TO WS-TRANS-TIME
                   MOVE SSCCMAN-LAST-PACK-DATE TO WS-LAST-PACK-DATE
                   MOVE SSCCMAN-LAST-PACK-TIME TO WS-LAST-PACK-TIME
                   IF WS-TRANS-STAMP NOT > WS-LAST-PACK-STAMP
                       MOVE 'Y' TO WS-APPLIED-SW
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      *    THE NUMBER MUST BE OUTSTANDING ON SSCCTNC AND HAVE BEEN    *
      *    ISSUED FOR THE STORE THE CARTON IS ADDRESSED TO.           *
      *---------------------------------------------------------------*
       2300-CHECK-CARTON-ISSUED.
           MOVE 'Y' TO WS-ISSUED-SW
           MOVE DMSCTNTR-CARTON-NBR TO SSCCTNC-CARTON-NBR
           READ SSCCTNC-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ISSUED-SW
                   IF DMSCTNTR-CARTON-NBR NOT = WS-LAST-UNISSUED-CARTON
                       ADD 1 TO WS-CARTONS-NOT-ISSUED
                       MOVE '*** PACKED - CARTON NBR NEVER ISSUED'
                           TO WS-EXCEPTION-TEXT
                       PERFORM 2900-LOG-CARTON-EXCEPTION
                   END-IF
                   MOVE DMSCTNTR-CARTON-NBR TO WS-LAST-UNISSUED-CARTON
               NOT INVALID KEY
                   IF SSCCTNC-STORE-NBR NOT = DMSCTNTR-STORE-NBR
                       MOVE 'N' TO WS-ISSUED-SW
                       IF DMSCTNTR-CARTON-NBR
                               NOT = WS-LAST-UNISSUED-CARTON
                           ADD 1 TO WS-CARTONS-OTHER-STORE
                           MOVE SPACES TO WS-EXCEPTION-TEXT
                           STRING '*** CARTON NBR ISSUED FOR STORE '
                                               DELIMITED BY SIZE
                                   SSCCTNC-STORE-NBR
                                               DELIMITED BY SIZE
                               INTO WS-EXCEPTION-TEXT
                           PERFORM 2900-LOG-CARTON-EXCEPTION
                       END-IF
                       MOVE DMSCTNTR-CARTON-NBR
                           TO WS-LAST-UNISSUED-CARTON
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      *    THE CONTENTS MUST BE AN OPEN OR CLOSED (NOT CANCELLED)     *
      *    031 ALLOCATION FOR THE SAME STORE.                         *
      *---------------------------------------------------------------*
       2400-CHECK-STORE-ALLOCATION.
           MOVE 'Y' TO WS-ALLOC-SW
           MOVE DMSCTNTR-BULK-NBR  TO SSCOOM-BULK-NBR
           MOVE DMSCTNTR-ALLOC-NBR TO SSCOOM-ALLOC-NBR
           MOVE DMSCTNTR-ITEM-NBR  TO SSCOOM-ITEM-NBR
           READ SSCOOM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ALLOC-SW
                   MOVE '*** NOT IN STORE ALLOC - NO 031 LINE'
                       TO WS-EXCEPTION-TEXT
               NOT INVALID KEY
                   IF SSCOOM-STORE-NBR NOT = DMSCTNTR-STORE-NBR
                       MOVE 'N' TO WS-ALLOC-SW
                       MOVE SPACES TO WS-EXCEPTION-TEXT
                       STRING '*** NOT IN STORE ALLOC - ALLOC FOR '
                                               DELIMITED BY SIZE
                               SSCOOM-STORE-NBR
                                               DELIMITED BY SIZE
                           INTO WS-EXCEPTION-TEXT
                   ELSE
                       IF SSCOOM-IS-CANCELLED
                           MOVE 'N' TO WS-ALLOC-SW
                           MOVE '*** NOT IN STORE ALLOC - CANCELLED'
                               TO WS-EXCEPTION-TEXT
                       END-IF
                   END-IF
           END-READ
           IF NOT WS-IN-STORE-ALLOC
               ADD 1 TO WS-LINES-NOT-IN-ALLOC
               PERFORM 2900-LOG-CARTON-EXCEPTION
           END-IF.

      *---------------------------------------------------------------*
       2500-PACK-MANIFEST-LINE.
           ADD 1 TO WS-LINES-PACKED
           MOVE DMSCTNTR-CARTON-NBR TO SSCCMAN-CARTON-NBR
           MOVE DMSCTNTR-BULK-NBR   TO SSCCMAN-BULK-NBR
           MOVE DMSCTNTR-ALLOC-NBR  TO SSCCMAN-ALLOC-NBR
           MOVE DMSCTNTR-ITEM-NBR   TO SSCCMAN-ITEM-NBR
           READ SSCCMAN-FILE
               INVALID KEY
                   MOVE SPACES                 TO SSCCMAN-RECORD
                   MOVE DMSCTNTR-CARTON-NBR    TO SSCCMAN-CARTON-NBR
                   MOVE DMSCTNTR-BULK-NBR      TO SSCCMAN-BULK-NBR
                   MOVE DMSCTNTR-ALLOC-NBR     TO SSCCMAN-ALLOC-NBR
                   MOVE DMSCTNTR-ITEM-NBR      TO SSCCMAN-ITEM-NBR
                   MOVE DMSCTNTR-STORE-NBR     TO SSCCMAN-STORE-NBR
                   MOVE DMSCTNTR-LOCATION-CODE TO SSCCMAN-LOCATION-CODE
                   MOVE DMSCTNTR-UNITS         TO SSCCMAN-UNITS
                   MOVE DMSCTNTR-TRANS-DATE  TO SSCCMAN-FIRST-PACK-DATE
                   MOVE DMSCTNTR-TRANS-DATE  TO SSCCMAN-LAST-PACK-DATE
                   MOVE DMSCTNTR-TRANS-TIME  TO SSCCMAN-LAST-PACK-TIME
                   MOVE WS-ISSUED-SW           TO SSCCMAN-ISSUED-SW
                   MOVE WS-ALLOC-SW          TO SSCCMAN-ALLOC-CHECK-SW
                   WRITE SSCCMAN-RECORD
               NOT INVALID KEY
                   ADD DMSCTNTR-UNITS          TO SSCCMAN-UNITS
                   MOVE DMSCTNTR-TRANS-DATE  TO SSCCMAN-LAST-PACK-DATE
                   MOVE DMSCTNTR-TRANS-TIME  TO SSCCMAN-LAST-PACK-TIME
                   REWRITE SSCCMAN-RECORD
           END-READ.

      *---------------------------------------------------------------*
      *    A REMOVAL NEVER TAKES A LINE BELOW ZERO.  THE LINE STAYS   *
      *    ON THE MANIFEST AT ZERO SO THE BOX'S HISTORY IS KEPT.      *
      *---------------------------------------------------------------*
       2600-REMOVE-MANIFEST-LINE.
           MOVE DMSCTNTR-CARTON-NBR TO SSCCMAN-CARTON-NBR
           MOVE DMSCTNTR-BULK-NBR   TO SSCCMAN-BULK-NBR
           MOVE DMSCTNTR-ALLOC-NBR  TO SSCCMAN-ALLOC-NBR
           MOVE DMSCTNTR-ITEM-NBR   TO SSCCMAN-ITEM-NBR
           READ SSCCMAN-FILE
               INVALID KEY
                   ADD 1 TO WS-LINES-REJECTED
                   MOVE '*** REMOVAL - ITEM WAS NEVER PACKED'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 2900-LOG-CARTON-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-REMOVED
                   IF DMSCTNTR-UNITS > SSCCMAN-UNITS
                       MOVE '*** REMOVAL EXCEEDS UNITS PACKED'
                           TO WS-EXCEPTION-TEXT
                       PERFORM 2900-LOG-CARTON-EXCEPTION
                       MOVE ZERO TO SSCCMAN-UNITS
                   ELSE
                       SUBTRACT DMSCTNTR-UNITS FROM SSCCMAN-UNITS
                   END-IF
                   MOVE DMSCTNTR-TRANS-DATE  TO SSCCMAN-LAST-PACK-DATE
                   MOVE DMSCTNTR-TRANS-TIME  TO SSCCMAN-LAST-PACK-TIME
                   REWRITE SSCCMAN-RECORD
           END-READ.

      *---------------------------------------------------------------*
       2900-LOG-CARTON-EXCEPTION.
           MOVE SPACES               TO WS-EXCEPTION-LINE
           MOVE DMSCTNTR-CARTON-NBR  TO WS-X-CARTON-NBR
           MOVE DMSCTNTR-STORE-NBR   TO WS-X-STORE-NBR
           MOVE DMSCTNTR-BULK-NBR    TO WS-X-BULK-NBR
           MOVE DMSCTNTR-ALLOC-NBR   TO WS-X-ALLOC-NBR
           MOVE DMSCTNTR-ITEM-NBR    TO WS-X-ITEM-NBR
           MOVE DMSCTNTR-UNITS       TO WS-X-UNITS
           MOVE WS-EXCEPTION-TEXT    TO WS-X-MESSAGE
           MOVE WS-EXCEPTION-LINE TO CTNMF-RPT-LINE
           WRITE CTNMF-RPT-LINE.

      *---------------------------------------------------------------*
      *    EVERY NUMBER STILL OUTSTANDING ON SSCCTNC IS LOOKED UP ON  *
      *    THE MANIFEST.  ONE WITH NO UNITS IN IT PAST THE GRACE      *
      *    PERIOD WAS ISSUED AND NEVER PACKED.                        *
      *---------------------------------------------------------------*
       3000-FIND-UNPACKED-CARTONS.
           MOVE SPACES TO CTNMF-RPT-LINE
           WRITE CTNMF-RPT-LINE
           MOVE 'CARTON NUMBERS ISSUED AND NEVER PACKED'
               TO CTNMF-RPT-LINE
           WRITE CTNMF-RPT-LINE
           MOVE LOW-VALUES TO SSCCTNC-CARTON-NBR
           START SSCCTNC-FILE KEY IS NOT LESS THAN SSCCTNC-CARTON-NBR
               INVALID KEY
                   GO TO 3000-FIND-UNPACKED-CARTONS-EXIT
           END-START
           PERFORM 3100-READ-NEXT-ISSUED-CARTON
           PERFORM UNTIL WS-CTNC-AT-EOF
               ADD 1 TO WS-CARTONS-OUTSTANDING
               PERFORM 3200-CHECK-CARTON-PACKED
                   THRU 3200-CHECK-CARTON-PACKED-EXIT
               IF NOT WS-CARTON-WAS-PACKED
                   PERFORM 3300-AGE-UNPACKED-CARTON
               END-IF
               PERFORM 3100-READ-NEXT-ISSUED-CARTON
           END-PERFORM.
       3000-FIND-UNPACKED-CARTONS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3100-READ-NEXT-ISSUED-CARTON.
           READ SSCCTNC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CTNC-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       3200-CHECK-CARTON-PACKED.
           MOVE 'N' TO WS-PACKED-SW
           MOVE 'N' TO WS-CMAN-EOF-SW
           MOVE SSCCTNC-CARTON-NBR TO SSCCMAN-CARTON-NBR
           MOVE LOW-VALUES         TO SSCCMAN-BULK-NBR
           MOVE LOW-VALUES         TO SSCCMAN-ALLOC-NBR
           MOVE LOW-VALUES         TO SSCCMAN-ITEM-NBR
           START SSCCMAN-FILE KEY IS NOT LESS THAN SSCCMAN-KEY
               INVALID KEY
                   GO TO 3200-CHECK-CARTON-PACKED-EXIT
           END-START
           PERFORM 3210-READ-NEXT-MANIFEST-LINE
           PERFORM UNTIL WS-CMAN-AT-EOF
                   OR WS-CARTON-WAS-PACKED
                   OR SSCCMAN-CARTON-NBR NOT = SSCCTNC-CARTON-NBR
               IF SSCCMAN-UNITS > ZERO
                   MOVE 'Y' TO WS-PACKED-SW
               ELSE
                   PERFORM 3210-READ-NEXT-MANIFEST-LINE
               END-IF
           END-PERFORM.
       3200-CHECK-CARTON-PACKED-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3210-READ-NEXT-MANIFEST-LINE.
           READ SSCCMAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CMAN-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       3300-AGE-UNPACKED-CARTON.
           IF SSCCTNC-REQUEST-DATE NUMERIC
               MOVE SSCCTNC-REQUEST-DATE TO WS-REQUEST-DATE-NUM
               COMPUTE WS-DAYS-OUTSTANDING =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-REQUEST-DATE-NUM)
           ELSE
               MOVE 99999 TO WS-DAYS-OUTSTANDING
           END-IF
           IF WS-DAYS-OUTSTANDING > WS-PACK-GRACE-DAYS
               ADD 1 TO WS-CARTONS-NEVER-PACKED
               MOVE SPACES TO WS-UNPACKED-LINE
               MOVE SSCCTNC-CARTON-NBR   TO WS-U-CARTON-NBR
               MOVE SSCCTNC-STORE-NBR    TO WS-U-STORE-NBR
               MOVE SSCCTNC-BULK-NBR     TO WS-U-BULK-NBR
               MOVE SSCCTNC-REQUEST-DATE TO WS-U-REQUEST-DATE
               MOVE WS-DAYS-OUTSTANDING  TO WS-U-DAYS-OPEN
               MOVE '*** ISSUED - NEVER PACKED' TO WS-U-STATUS
               MOVE WS-UNPACKED-LINE TO CTNMF-RPT-LINE
               WRITE CTNMF-RPT-LINE
           END-IF.

      *---------------------------------------------------------------*
       4000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO CTNMF-RPT-LINE
           WRITE CTNMF-RPT-LINE
           MOVE SPACES TO CTNMF-RPT-LINE
           STRING 'CARTON LINES READ - '     DELIMITED BY SIZE
                   WS-LINES-READ             DELIMITED BY SIZE
                   ', PACKED - '             DELIMITED BY SIZE
                   WS-LINES-PACKED           DELIMITED BY SIZE
                   ', REMOVED - '            DELIMITED BY SIZE
                   WS-LINES-REMOVED          DELIMITED BY SIZE
                   ', REJECTED - '           DELIMITED BY SIZE
                   WS-LINES-REJECTED         DELIMITED BY SIZE
                   ', ALREADY APPLIED - '    DELIMITED BY SIZE
                   WS-LINES-ALREADY-APPLIED  DELIMITED BY SIZE
               INTO CTNMF-RPT-LINE
           WRITE CTNMF-RPT-LINE
           MOVE SPACES TO CTNMF-RPT-LINE
           STRING 'CARTONS NEVER ISSUED - '  DELIMITED BY SIZE
                   WS-CARTONS-NOT-ISSUED     DELIMITED BY SIZE
                   ', ISSUED FOR ANOTHER STORE - '
                                             DELIMITED BY SIZE
                   WS-CARTONS-OTHER-STORE    DELIMITED BY SIZE
                   ', LINES NOT IN STORE ALLOC - '
                                             DELIMITED BY SIZE
                   WS-LINES-NOT-IN-ALLOC     DELIMITED BY SIZE
               INTO CTNMF-RPT-LINE
           WRITE CTNMF-RPT-LINE
           MOVE SPACES TO CTNMF-RPT-LINE
           STRING 'CARTON NBRS OUTSTANDING - '
                                             DELIMITED BY SIZE
                   WS-CARTONS-OUTSTANDING    DELIMITED BY SIZE
                   ', ISSUED AND NEVER PACKED - '
                                             DELIMITED BY SIZE
                   WS-CARTONS-NEVER-PACKED   DELIMITED BY SIZE
               INTO CTNMF-RPT-LINE
           WRITE CTNMF-RPT-LINE.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE WOS-CTNTRAN-FILE
           CLOSE SSCCTNC-FILE
           CLOSE SSCOOM-FILE
           CLOSE SSCCMAN-FILE
           CLOSE SSCCTNMF-RPT.
