      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCMSIRP                                       *
      *                                                                *
      *   MASTER-DATA STATUS CHANGE IMPACT REPORT.  LISTS EVERY ITEM, *
      *   STORE AND SUPPLIER WHOSE STANDING CHANGED ON THE NIGHT'S    *
      *   MASTER LOADS (THE SSCMSCH LOG WRITTEN BY SSCITMLD, SSCSTRLD *
      *   AND SSCSUPLD), THEN FOR EACH ITEM GONE DISCONTINUED, STORE  *
      *   CLOSED OR SUPPLIER GONE INACTIVE LISTS THE OPEN WORK STILL  *
      *   POINTED AT IT -                                             *
      *     - OPEN SSCOOM ORDER LINES FOR THE ITEM, STORE OR SUPPLIER *
      *     - OPEN CARTON NUMBERS ON SSCCTNC ROUTED TO THE STORE, FOR *
      *       A BULK OF THE SUPPLIER'S OPEN LINES, OR WITH THE ITEM   *
      *       PACKED IN THEM (SSCCMAN MANIFEST)                       *
      *     - OPEN RETURN AUTHORIZATIONS ON SSCRAC FOR THE ITEM OR    *
      *       SUPPLIER                                                *
      *     - PENDING VAS WORK ON SSCVASQ FOR THE ITEM, STORE OR A    *
      *       BULK OF THE SUPPLIER'S OPEN LINES                       *
      *     - RWH BOOK UNITS ON SSCPINV FOR THE ITEM, OR FOR AN ITEM  *
      *       ON THE SUPPLIER'S OPEN LINES                            *
      *   SO BUYERS AND THE DC CAN CANCEL, REROUTE OR RETURN BEFORE   *
      *   THE STOCK LANDS.  A SUMMARY LINE PER CHANGE CLOSES THE      *
      *   REPORT.  STORES CARRY NO RA OR RWH BOOK IMPACT.             *
      *                                                                *
      *   A CHANGE IS PICKED UP UNTIL IT HAS BEEN REPORTED AND IS     *
      *   THEN STAMPED WITH THE RUN DATE; A SAME-DAY RERUN REPORTS    *
      *   THE SAME CHANGES AGAIN.                                     *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-30  P.SANTANA   ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCMSIRP.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-09-30.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSCMSCH-FILE       ASSIGN TO MSTCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCMSCH-KEY
               FILE STATUS IS WS-MSCH-STATUS.

           SELECT SSCOOM-FILE        ASSIGN TO OOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCOOM-KEY
               FILE STATUS IS WS-OOM-STATUS.

           SELECT SSCCTNC-FILE       ASSIGN TO CTNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCCTNC-CARTON-NBR
               FILE STATUS IS WS-CTNC-STATUS.

           SELECT SSCCMAN-FILE       ASSIGN TO CTNMAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCCMAN-KEY
               FILE STATUS IS WS-CMAN-STATUS.

           SELECT SSCRAC-FILE        ASSIGN TO RACTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCRAC-RA-NBR
               FILE STATUS IS WS-RAC-STATUS.

           SELECT SSCVASQ-FILE       ASSIGN TO VASQUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VASQ-STATUS.

           SELECT SSCPINV-FILE       ASSIGN TO PINVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCPINV-KEY
               FILE STATUS IS WS-PINV-STATUS.

           SELECT SSCMSIRP-RPT       ASSIGN TO MSIRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSIRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSCMSCH-FILE.
           COPY SSCMSCH.

       FD  SSCOOM-FILE.
           COPY SSCOOM.

       FD  SSCCTNC-FILE.
           COPY SSCCTNC.

       FD  SSCCMAN-FILE.
           COPY SSCCMAN.

       FD  SSCRAC-FILE.
           COPY SSCRAC.

       FD  SSCVASQ-FILE
           RECORDING MODE IS F.
           COPY SSCVASQ.

       FD  SSCPINV-FILE.
           COPY SSCPINV.

       FD  SSCMSIRP-RPT.
       01  MSIRP-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MSCH-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-MSCH-OK                          VALUE '00'.
           05  WS-OOM-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-OOM-OK                           VALUE '00'.
           05  WS-CTNC-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-CTNC-OK                          VALUE '00'.
           05  WS-CMAN-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-CMAN-OK                          VALUE '00'.
           05  WS-RAC-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-RAC-OK                           VALUE '00'.
           05  WS-VASQ-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-VASQ-OK                          VALUE '00'.
           05  WS-PINV-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-PINV-OK                          VALUE '00'.
           05  WS-MSIRPT-STATUS         PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-MSCH-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-MSCH-AT-EOF                     VALUE 'Y'.
           05  WS-OOM-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-OOM-AT-EOF                      VALUE 'Y'.
           05  WS-CTNC-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-CTNC-AT-EOF                     VALUE 'Y'.
           05  WS-CMAN-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-CMAN-AT-EOF                     VALUE 'Y'.
           05  WS-RAC-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-RAC-AT-EOF                      VALUE 'Y'.
           05  WS-VASQ-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-VASQ-AT-EOF                     VALUE 'Y'.
           05  WS-PINV-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-PINV-AT-EOF                     VALUE 'Y'.
           05  WS-CARTON-OPEN-SW        PIC X(01)  VALUE 'N'.
               88  WS-CARTON-IS-OPEN                  VALUE 'Y'.
           05  WS-LINK-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  WS-LINK-FOUND                      VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.

       77  WS-CHANGES-SELECTED          PIC 9(07)  VALUE ZERO.
       77  WS-ADVERSE-CHANGES           PIC 9(07)  VALUE ZERO.
       77  WS-REACTIVATIONS             PIC 9(07)  VALUE ZERO.
       77  WS-CHANGES-WITH-IMPACT       PIC 9(07)  VALUE ZERO.
       77  WS-IMPACT-LINES-WRITTEN      PIC 9(09)  VALUE ZERO.
       77  WS-CHANGES-STAMPED           PIC 9(07)  VALUE ZERO.
       77  WS-OPEN-UNITS                PIC S9(09) VALUE ZERO.
       77  WS-HIT-SUB                   PIC 9(04)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    STATUS CHANGES BEING REPORTED THIS RUN, WITH THE OPEN       *
      *    DOWNSTREAM WORK FOUND AGAINST EACH.                         *
      *---------------------------------------------------------------*
       01  WS-CHANGE-TABLE-CTL.
           05  WS-CHG-COUNT             PIC 9(04)  VALUE ZERO.
           05  WS-CHG-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-CHANGE-DATE   PIC X(08).
               10  WS-CHG-ENTITY-TYPE   PIC X(01).
               10  WS-CHG-ENTITY-KEY    PIC X(19).
               10  WS-CHG-NEW-STATUS    PIC X(01).
               10  WS-CHG-CHANGE-KIND   PIC X(01).
                   88  WS-CHG-WENT-INACTIVE           VALUE 'I'.
               10  WS-CHG-DESC          PIC X(26).
               10  WS-CHG-OOM-LINES     PIC 9(07).
               10  WS-CHG-OOM-UNITS     PIC 9(11).
               10  WS-CHG-CARTONS       PIC 9(07).
               10  WS-CHG-RAS           PIC 9(07).
               10  WS-CHG-RA-UNITS      PIC 9(11).
               10  WS-CHG-VAS-LINES     PIC 9(07).
               10  WS-CHG-VAS-UNITS     PIC 9(11).
               10  WS-CHG-RWH-LOCS      PIC 9(07).
               10  WS-CHG-RWH-UNITS     PIC S9(11).

      *---------------------------------------------------------------*
      *    BULKS (B) AND ITEMS (I) ON THE OPEN ORDER LINES OF EACH    *
      *    SUPPLIER GONE INACTIVE - HOW THE SUPPLIER IS TRACED TO     *
      *    CARTONS, VAS WORK AND RWH BOOK UNITS, NONE OF WHICH CARRY  *
      *    THE SUPPLIER NUMBER.                                       *
      *---------------------------------------------------------------*
       01  WS-LINK-TABLE-CTL.
           05  WS-LNK-COUNT             PIC 9(05)  VALUE ZERO.
           05  WS-LNK-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-LNK-IDX.
               10  WS-LNK-TYPE          PIC X(01).
               10  WS-LNK-VALUE         PIC X(19).
               10  WS-LNK-CHG-SUB       PIC 9(04).

       01  WS-LINK-WORK.
           05  WS-LW-TYPE               PIC X(01)  VALUE SPACES.
           05  WS-LW-VALUE              PIC X(19)  VALUE SPACES.
           05  WS-LW-CHG-SUB            PIC 9(04)  VALUE ZERO.

       01  WS-CHANGE-HEADING.
           05  FILLER                    PIC X(08) VALUE 'TYPE'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(19) VALUE 'KEY'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(30) VALUE 'NAME'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'STATUS'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'CHANGE'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'PROGRAM'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(15)
                                         VALUE 'DATE     TIME'.

       01  WS-CHANGE-LINE.
           05  WS-C-TYPE                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-C-KEY                  PIC X(19).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-C-NAME                 PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-C-OLD-STATUS           PIC X(01).
           05  FILLER                    PIC X(04) VALUE ' -> '.
           05  WS-C-NEW-STATUS           PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-C-CHANGE               PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-C-PROGRAM-ID           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-C-CHANGE-DATE          PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-C-CHANGE-TIME          PIC X(06).

       01  WS-DETAIL-HEADING.
           05  FILLER                    PIC X(26)
                                         VALUE 'STATUS CHANGE'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(56) VALUE 'OPEN WORK'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE '      UNITS'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'DATE'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-D-CHANGE               PIC X(26).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-REF                  PIC X(56).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-UNITS                PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-DATE                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-NOTE                 PIC X(20).

       01  WS-SUMMARY-HEADING-1.
           05  FILLER                    PIC X(28) VALUE SPACES.
           05  FILLER                    PIC X(20)
                                         VALUE '---- ORDER LINES ---'.
           05  FILLER                    PIC X(09) VALUE '  CARTONS'.
           05  FILLER                    PIC X(22)
                                         VALUE ' ----- OPEN RAS ------'.
           05  FILLER                    PIC X(22)
                                         VALUE ' ----- VAS WORK ------'.
           05  FILLER                    PIC X(14)
                                         VALUE '     RWH BOOK'.

       01  WS-SUMMARY-HEADING-2.
           05  FILLER                    PIC X(26)
                                         VALUE 'STATUS CHANGE'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE '  LINES'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE '      UNITS'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE '   OPEN'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE '    RAS'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE '      UNITS'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE '  LINES'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE '      UNITS'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE '       UNITS'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(15) VALUE 'ACTION'.

       01  WS-SUMMARY-LINE.
           05  WS-S-CHANGE               PIC X(26).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-OOM-LINES            PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-OOM-UNITS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-CARTONS              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-RAS                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-RA-UNITS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-VAS-LINES            PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-VAS-UNITS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-RWH-UNITS            PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-ACTION               PIC X(15).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCMSIRP'.
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
           PERFORM 2000-LOAD-STATUS-CHANGES
               THRU 2000-LOAD-STATUS-CHANGES-EXIT
           IF WS-ADVERSE-CHANGES > ZERO
               PERFORM 3000-SCAN-ORDER-BOOK
                   THRU 3000-SCAN-ORDER-BOOK-EXIT
               PERFORM 4000-SCAN-OPEN-CARTONS
                   THRU 4000-SCAN-OPEN-CARTONS-EXIT
               PERFORM 4500-SCAN-CARTON-MANIFEST
                   THRU 4500-SCAN-CARTON-MANIFEST-EXIT
               PERFORM 5000-SCAN-OPEN-RAS
                   THRU 5000-SCAN-OPEN-RAS-EXIT
               PERFORM 5500-SCAN-VAS-QUEUE
                   THRU 5500-SCAN-VAS-QUEUE-EXIT
               PERFORM 6000-SCAN-RWH-BOOK
                   THRU 6000-SCAN-RWH-BOOK-EXIT
               PERFORM 7000-WRITE-IMPACT-SUMMARY
           END-IF
           PERFORM 7500-STAMP-REPORTED-CHANGES
           PERFORM 8000-WRITE-FINAL-TOTALS
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
               DISPLAY 'SSCMSIRP - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-CHANGES-SELECTED     TO WS-RCTL-RECORDS-IN
           MOVE WS-IMPACT-LINES-WRITTEN TO WS-RCTL-RECORDS-OUT
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
           OPEN OUTPUT SSCMSIRP-RPT
           MOVE SPACES TO MSIRP-RPT-LINE
           STRING 'SSCMSIRP - MASTER-DATA STATUS CHANGE IMPACT '
                                              DELIMITED BY SIZE
                   'REPORT - RUN '            DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
               INTO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           OPEN I-O    SSCMSCH-FILE
           OPEN INPUT  SSCOOM-FILE
           OPEN INPUT  SSCCTNC-FILE
           OPEN INPUT  SSCCMAN-FILE
           OPEN INPUT  SSCRAC-FILE
           OPEN INPUT  SSCVASQ-FILE
           OPEN INPUT  SSCPINV-FILE.

      *---------------------------------------------------------------*
      *    TABLE EVERY CHANGE NOT YET REPORTED (OR REPORTED EARLIER   *
      *    TODAY, SO A RERUN REPRINTS IT) AND LIST IT.                *
      *---------------------------------------------------------------*
       2000-LOAD-STATUS-CHANGES.
           MOVE SPACES TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           MOVE 'STATUS CHANGES CAPTURED BY THE MASTER LOADS'
               TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           MOVE WS-CHANGE-HEADING TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           IF NOT WS-MSCH-OK
               MOVE SPACES TO MSIRP-RPT-LINE
               STRING '*** SSCMSCH STATUS CHANGE LOG NOT AVAILABLE, '
                                              DELIMITED BY SIZE
                       'STATUS = '            DELIMITED BY SIZE
                       WS-MSCH-STATUS         DELIMITED BY SIZE
                   INTO MSIRP-RPT-LINE
               WRITE MSIRP-RPT-LINE
               GO TO 2000-LOAD-STATUS-CHANGES-EXIT
           END-IF
           MOVE LOW-VALUES TO SSCMSCH-KEY
           START SSCMSCH-FILE KEY IS NOT LESS THAN SSCMSCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MSCH-EOF-SW
           END-START
           IF NOT WS-MSCH-AT-EOF
               PERFORM 2100-READ-NEXT-CHANGE
           END-IF
           PERFORM UNTIL WS-MSCH-AT-EOF
               IF SSCMSCH-REPORTED-DATE = SPACES
                   OR SSCMSCH-REPORTED-DATE = WS-RUN-DATE
                   PERFORM 2200-TABLE-CHANGE
                   PERFORM 2300-WRITE-CHANGE-LINE
               END-IF
               PERFORM 2100-READ-NEXT-CHANGE
           END-PERFORM
           IF WS-CHANGES-SELECTED = ZERO
               MOVE '    NO STATUS CHANGES TO REPORT'
                   TO MSIRP-RPT-LINE
               WRITE MSIRP-RPT-LINE
           END-IF.
       2000-LOAD-STATUS-CHANGES-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-NEXT-CHANGE.
           READ SSCMSCH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MSCH-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       2200-TABLE-CHANGE.
           IF WS-CHG-COUNT >= 500
               DISPLAY 'SSCMSIRP - WS-CHG-ENTRY TABLE FULL AT '
                   '500 ENTRIES - INCREASE OCCURS AND RERUN'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           ADD 1 TO WS-CHANGES-SELECTED
           ADD 1 TO WS-CHG-COUNT
           SET WS-CHG-IDX TO WS-CHG-COUNT
           INITIALIZE WS-CHG-ENTRY(WS-CHG-IDX)
           MOVE SSCMSCH-CHANGE-DATE TO WS-CHG-CHANGE-DATE(WS-CHG-IDX)
           MOVE SSCMSCH-ENTITY-TYPE TO WS-CHG-ENTITY-TYPE(WS-CHG-IDX)
           MOVE SSCMSCH-ENTITY-KEY  TO WS-CHG-ENTITY-KEY(WS-CHG-IDX)
           MOVE SSCMSCH-NEW-STATUS  TO WS-CHG-NEW-STATUS(WS-CHG-IDX)
           MOVE SSCMSCH-CHANGE-KIND TO WS-CHG-CHANGE-KIND(WS-CHG-IDX)
           MOVE SPACES TO WS-CHG-DESC(WS-CHG-IDX)
           EVALUATE TRUE
               WHEN SSCMSCH-IS-ITEM
                   STRING 'ITEM '            DELIMITED BY SIZE
                           SSCMSCH-ENTITY-KEY DELIMITED BY SIZE
                       INTO WS-CHG-DESC(WS-CHG-IDX)
               WHEN SSCMSCH-IS-STORE
                   STRING 'STORE '           DELIMITED BY SIZE
                           SSCMSCH-ENTITY-KEY(1:5)
                                              DELIMITED BY SIZE
                       INTO WS-CHG-DESC(WS-CHG-IDX)
               WHEN OTHER
                   STRING 'SUPPLIER '        DELIMITED BY SIZE
                           SSCMSCH-ENTITY-KEY(1:6)
                                              DELIMITED BY SIZE
                       INTO WS-CHG-DESC(WS-CHG-IDX)
           END-EVALUATE
           IF SSCMSCH-WENT-INACTIVE
               ADD 1 TO WS-ADVERSE-CHANGES
           ELSE
               ADD 1 TO WS-REACTIVATIONS
           END-IF.

      *---------------------------------------------------------------*
       2300-WRITE-CHANGE-LINE.
           MOVE SPACES TO WS-CHANGE-LINE
           MOVE SSCMSCH-ENTITY-KEY  TO WS-C-KEY
           MOVE SSCMSCH-ENTITY-NAME TO WS-C-NAME
           MOVE SSCMSCH-OLD-STATUS  TO WS-C-OLD-STATUS
           MOVE SSCMSCH-NEW-STATUS  TO WS-C-NEW-STATUS
           MOVE SSCMSCH-PROGRAM-ID  TO WS-C-PROGRAM-ID
           MOVE SSCMSCH-CHANGE-DATE TO WS-C-CHANGE-DATE
           MOVE SSCMSCH-CHANGE-TIME TO WS-C-CHANGE-TIME
           EVALUATE TRUE
               WHEN SSCMSCH-IS-ITEM
                   MOVE 'ITEM'     TO WS-C-TYPE
                   IF SSCMSCH-WENT-INACTIVE
                       MOVE 'DISCONTINUED'  TO WS-C-CHANGE
                   ELSE
                       MOVE 'REINSTATED'    TO WS-C-CHANGE
                   END-IF
               WHEN SSCMSCH-IS-STORE
                   MOVE 'STORE'    TO WS-C-TYPE
                   IF SSCMSCH-WENT-INACTIVE
                       MOVE 'CLOSED'        TO WS-C-CHANGE
                   ELSE
                       MOVE 'REOPENED'      TO WS-C-CHANGE
                   END-IF
               WHEN OTHER
                   MOVE 'SUPPLIER' TO WS-C-TYPE
                   IF SSCMSCH-WENT-INACTIVE
                       MOVE 'INACTIVATED'   TO WS-C-CHANGE
                   ELSE
                       MOVE 'REACTIVATED'   TO WS-C-CHANGE
                   END-IF
           END-EVALUATE
           IF SSCMSCH-OLD-STATUS = SPACE
               MOVE '(NEW)' TO WS-C-CHANGE(14:5)
           END-IF
           MOVE WS-CHANGE-LINE TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE.

      *---------------------------------------------------------------*
      *    OPEN ORDER LINES.  A SUPPLIER'S LINES ALSO SEED THE LINK   *
      *    TABLE WITH THEIR BULKS AND ITEMS FOR THE LATER PASSES.     *
      *---------------------------------------------------------------*
       3000-SCAN-ORDER-BOOK.
           PERFORM 3800-WRITE-SECTION-HEADING
           MOVE 'OPEN ORDER LINES (SSCOOM) - CANCEL OR REROUTE'
               TO MSIRP-RPT-LINE(6:)
           WRITE MSIRP-RPT-LINE
           MOVE WS-DETAIL-HEADING TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           IF NOT WS-OOM-OK
               MOVE WS-OOM-STATUS TO WS-D-NOTE
               PERFORM 3950-WRITE-NOT-AVAILABLE
               GO TO 3000-SCAN-ORDER-BOOK-EXIT
           END-IF
           MOVE LOW-VALUES TO SSCOOM-KEY
           START SSCOOM-FILE KEY IS NOT LESS THAN SSCOOM-KEY
               INVALID KEY
                   GO TO 3000-SCAN-ORDER-BOOK-EXIT
           END-START
           PERFORM 3100-READ-NEXT-ORDER-LINE
           PERFORM UNTIL WS-OOM-AT-EOF
               IF SSCOOM-IS-OPEN
                   PERFORM 3200-CHECK-ORDER-LINE
                       VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-COUNT
               END-IF
               PERFORM 3100-READ-NEXT-ORDER-LINE
           END-PERFORM.
       3000-SCAN-ORDER-BOOK-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3100-READ-NEXT-ORDER-LINE.
           READ SSCOOM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OOM-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       3200-CHECK-ORDER-LINE.
           IF WS-CHG-WENT-INACTIVE(WS-CHG-IDX)
               IF (WS-CHG-ENTITY-TYPE(WS-CHG-IDX) = 'I'
                   AND SSCOOM-ITEM-NBR = WS-CHG-ENTITY-KEY(WS-CHG-IDX))
                OR (WS-CHG-ENTITY-TYPE(WS-CHG-IDX) = 'S'
                   AND SSCOOM-STORE-NBR =
                       WS-CHG-ENTITY-KEY(WS-CHG-IDX)(1:5))
                OR (WS-CHG-ENTITY-TYPE(WS-CHG-IDX) = 'P'
                   AND SSCOOM-SUPPLIER-NBR =
                       WS-CHG-ENTITY-KEY(WS-CHG-IDX)(1:6))
                   SET WS-HIT-SUB TO WS-CHG-IDX
                   PERFORM 3210-REPORT-ORDER-LINE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       3210-REPORT-ORDER-LINE.
           COMPUTE WS-OPEN-UNITS = SSCOOM-ORDERED-UNITS
                                 - SSCOOM-RECEIVED-UNITS
                                 - SSCOOM-RTV-UNITS
           IF WS-OPEN-UNITS < ZERO
               MOVE ZERO TO WS-OPEN-UNITS
           END-IF
           ADD 1             TO WS-CHG-OOM-LINES(WS-HIT-SUB)
           ADD WS-OPEN-UNITS TO WS-CHG-OOM-UNITS(WS-HIT-SUB)
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'BULK '            DELIMITED BY SIZE
                   SSCOOM-BULK-NBR   DELIMITED BY SIZE
                   ' ALLOC '         DELIMITED BY SIZE
                   SSCOOM-ALLOC-NBR  DELIMITED BY SIZE
                   ' ITEM '          DELIMITED BY SIZE
                   SSCOOM-ITEM-NBR   DELIMITED BY SIZE
               INTO WS-D-REF
           MOVE WS-OPEN-UNITS     TO WS-D-UNITS
           MOVE SSCOOM-ORDER-DATE TO WS-D-DATE
           STRING 'SUP '              DELIMITED BY SIZE
                   SSCOOM-SUPPLIER-NBR DELIMITED BY SIZE
                   ' STR '            DELIMITED BY SIZE
                   SSCOOM-STORE-NBR   DELIMITED BY SIZE
               INTO WS-D-NOTE
           PERFORM 3900-WRITE-DETAIL-LINE
           IF WS-CHG-ENTITY-TYPE(WS-HIT-SUB) = 'P'
               MOVE 'B'             TO WS-LW-TYPE
               MOVE SSCOOM-BULK-NBR TO WS-LW-VALUE
               MOVE WS-HIT-SUB      TO WS-LW-CHG-SUB
               PERFORM 3300-ADD-LINK-ENTRY
                   THRU 3300-ADD-LINK-ENTRY-EXIT
               MOVE 'I'             TO WS-LW-TYPE
               MOVE SSCOOM-ITEM-NBR TO WS-LW-VALUE
               PERFORM 3300-ADD-LINK-ENTRY
                   THRU 3300-ADD-LINK-ENTRY-EXIT
           END-IF.

      *---------------------------------------------------------------*
       3300-ADD-LINK-ENTRY.
           MOVE 'N' TO WS-LINK-FOUND-SW
           PERFORM 3310-SEARCH-LINK-ENTRY
               VARYING WS-LNK-IDX FROM 1 BY 1
               UNTIL WS-LNK-IDX > WS-LNK-COUNT
                   OR WS-LINK-FOUND
           IF WS-LINK-FOUND
               GO TO 3300-ADD-LINK-ENTRY-EXIT
           END-IF
           IF WS-LNK-COUNT >= 5000
               DISPLAY 'SSCMSIRP - WS-LNK-ENTRY TABLE FULL AT '
                   '5000 ENTRIES - INCREASE OCCURS AND RERUN'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           ADD 1 TO WS-LNK-COUNT
           SET WS-LNK-IDX TO WS-LNK-COUNT
           MOVE WS-LW-TYPE    TO WS-LNK-TYPE(WS-LNK-IDX)
           MOVE WS-LW-VALUE   TO WS-LNK-VALUE(WS-LNK-IDX)
           MOVE WS-LW-CHG-SUB TO WS-LNK-CHG-SUB(WS-LNK-IDX).
       3300-ADD-LINK-ENTRY-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3310-SEARCH-LINK-ENTRY.
           IF WS-LNK-TYPE(WS-LNK-IDX)    = WS-LW-TYPE
               AND WS-LNK-VALUE(WS-LNK-IDX)   = WS-LW-VALUE
               AND WS-LNK-CHG-SUB(WS-LNK-IDX) = WS-LW-CHG-SUB
               MOVE 'Y' TO WS-LINK-FOUND-SW
           END-IF.

      *---------------------------------------------------------------*
      *    COMMON REPORT LINES FOR ALL THE IMPACT PASSES              *
      *---------------------------------------------------------------*
       3800-WRITE-SECTION-HEADING.
           MOVE SPACES TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           MOVE SPACES TO MSIRP-RPT-LINE
           MOVE '*** ' TO MSIRP-RPT-LINE(1:4).

      *---------------------------------------------------------------*
       3900-WRITE-DETAIL-LINE.
           MOVE WS-CHG-DESC(WS-HIT-SUB) TO WS-D-CHANGE
           MOVE WS-DETAIL-LINE TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           ADD 1 TO WS-IMPACT-LINES-WRITTEN.

      *---------------------------------------------------------------*
       3950-WRITE-NOT-AVAILABLE.
           MOVE SPACES TO MSIRP-RPT-LINE
           STRING '    FILE NOT AVAILABLE, STATUS = '
                                              DELIMITED BY SIZE
                   WS-D-NOTE(1:2)             DELIMITED BY SIZE
                   ' - IMPACT NOT CHECKED'    DELIMITED BY SIZE
               INTO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE.

      *---------------------------------------------------------------*
      *    OPEN CARTON NUMBERS ROUTED TO A CLOSED STORE OR CUT FOR A  *
      *    BULK OF AN INACTIVE SUPPLIER'S OPEN LINES.                 *
      *---------------------------------------------------------------*
       4000-SCAN-OPEN-CARTONS.
           PERFORM 3800-WRITE-SECTION-HEADING
           MOVE 'OPEN CARTONS (SSCCTNC) - HOLD, REROUTE OR UNPACK'
               TO MSIRP-RPT-LINE(6:)
           WRITE MSIRP-RPT-LINE
           MOVE WS-DETAIL-HEADING TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           IF NOT WS-CTNC-OK
               MOVE WS-CTNC-STATUS TO WS-D-NOTE
               PERFORM 3950-WRITE-NOT-AVAILABLE
               GO TO 4000-SCAN-OPEN-CARTONS-EXIT
           END-IF
           MOVE LOW-VALUES TO SSCCTNC-CARTON-NBR
           START SSCCTNC-FILE KEY IS NOT LESS THAN SSCCTNC-CARTON-NBR
               INVALID KEY
                   GO TO 4000-SCAN-OPEN-CARTONS-EXIT
           END-START
           PERFORM 4100-READ-NEXT-CARTON
           PERFORM UNTIL WS-CTNC-AT-EOF
               PERFORM 4200-CHECK-CARTON-STORE
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               PERFORM 4300-CHECK-CARTON-BULK
                   VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
               PERFORM 4100-READ-NEXT-CARTON
           END-PERFORM.
       4000-SCAN-OPEN-CARTONS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       4100-READ-NEXT-CARTON.
           READ SSCCTNC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CTNC-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       4200-CHECK-CARTON-STORE.
           IF WS-CHG-WENT-INACTIVE(WS-CHG-IDX)
               AND WS-CHG-ENTITY-TYPE(WS-CHG-IDX) = 'S'
               AND SSCCTNC-STORE-NBR =
                   WS-CHG-ENTITY-KEY(WS-CHG-IDX)(1:5)
               SET WS-HIT-SUB TO WS-CHG-IDX
               PERFORM 4400-REPORT-CARTON
           END-IF.

      *---------------------------------------------------------------*
       4300-CHECK-CARTON-BULK.
           IF WS-LNK-TYPE(WS-LNK-IDX) = 'B'
               AND WS-LNK-VALUE(WS-LNK-IDX)(1:8) = SSCCTNC-BULK-NBR
               MOVE WS-LNK-CHG-SUB(WS-LNK-IDX) TO WS-HIT-SUB
               PERFORM 4400-REPORT-CARTON
           END-IF.

      *---------------------------------------------------------------*
       4400-REPORT-CARTON.
           ADD 1 TO WS-CHG-CARTONS(WS-HIT-SUB)
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'CARTON '             DELIMITED BY SIZE
                   SSCCTNC-CARTON-NBR   DELIMITED BY SIZE
                   ' BULK '             DELIMITED BY SIZE
                   SSCCTNC-BULK-NBR     DELIMITED BY SIZE
                   ' STORE '            DELIMITED BY SIZE
                   SSCCTNC-STORE-NBR    DELIMITED BY SIZE
                   ' LOC '              DELIMITED BY SIZE
                   SSCCTNC-LOCATION-CODE DELIMITED BY SIZE
               INTO WS-D-REF
           MOVE ZERO                 TO WS-D-UNITS
           MOVE SSCCTNC-REQUEST-DATE TO WS-D-DATE
           MOVE 'CARTON NBR OPEN'    TO WS-D-NOTE
           PERFORM 3900-WRITE-DETAIL-LINE.

      *---------------------------------------------------------------*
      *    CARTONS WITH A DISCONTINUED ITEM PACKED IN THEM - THE      *
      *    MANIFEST NAMES THE ITEM, SSCCTNC SAYS THE CARTON IS STILL  *
      *    OPEN.                                                      *
      *---------------------------------------------------------------*
       4500-SCAN-CARTON-MANIFEST.
           PERFORM 3800-WRITE-SECTION-HEADING
           MOVE 'OPEN CARTONS PACKED WITH THE ITEM (SSCCMAN)'
               TO MSIRP-RPT-LINE(6:)
           WRITE MSIRP-RPT-LINE
           MOVE WS-DETAIL-HEADING TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           IF NOT WS-CMAN-OK
               MOVE WS-CMAN-STATUS TO WS-D-NOTE
               PERFORM 3950-WRITE-NOT-AVAILABLE
               GO TO 4500-SCAN-CARTON-MANIFEST-EXIT
           END-IF
           IF NOT WS-CTNC-OK
               MOVE WS-CTNC-STATUS TO WS-D-NOTE
               PERFORM 3950-WRITE-NOT-AVAILABLE
               GO TO 4500-SCAN-CARTON-MANIFEST-EXIT
           END-IF
           MOVE LOW-VALUES TO SSCCMAN-KEY
           START SSCCMAN-FILE KEY IS NOT LESS THAN SSCCMAN-KEY
               INVALID KEY
                   GO TO 4500-SCAN-CARTON-MANIFEST-EXIT
           END-START
           PERFORM 4600-READ-NEXT-MANIFEST
           PERFORM UNTIL WS-CMAN-AT-EOF
               PERFORM 4700-CHECK-MANIFEST-ITEM
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               PERFORM 4600-READ-NEXT-MANIFEST
           END-PERFORM.
       4500-SCAN-CARTON-MANIFEST-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       4600-READ-NEXT-MANIFEST.
           READ SSCCMAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CMAN-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       4700-CHECK-MANIFEST-ITEM.
           IF WS-CHG-WENT-INACTIVE(WS-CHG-IDX)
               AND WS-CHG-ENTITY-TYPE(WS-CHG-IDX) = 'I'
               AND SSCCMAN-ITEM-NBR = WS-CHG-ENTITY-KEY(WS-CHG-IDX)
               SET WS-HIT-SUB TO WS-CHG-IDX
               PERFORM 4800-REPORT-MANIFEST-LINE
           END-IF.

      *---------------------------------------------------------------*
       4800-REPORT-MANIFEST-LINE.
           MOVE SSCCMAN-CARTON-NBR TO SSCCTNC-CARTON-NBR
           MOVE 'N' TO WS-CARTON-OPEN-SW
           READ SSCCTNC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARTON-OPEN-SW
           END-READ
           IF WS-CARTON-IS-OPEN
               ADD 1 TO WS-CHG-CARTONS(WS-HIT-SUB)
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'CARTON '            DELIMITED BY SIZE
                       SSCCMAN-CARTON-NBR  DELIMITED BY SIZE
                       ' BULK '            DELIMITED BY SIZE
                       SSCCMAN-BULK-NBR    DELIMITED BY SIZE
                       ' STORE '           DELIMITED BY SIZE
                       SSCCMAN-STORE-NBR   DELIMITED BY SIZE
                       ' LOC '             DELIMITED BY SIZE
                       SSCCMAN-LOCATION-CODE DELIMITED BY SIZE
                   INTO WS-D-REF
               MOVE SSCCMAN-UNITS          TO WS-D-UNITS
               MOVE SSCCMAN-LAST-PACK-DATE TO WS-D-DATE
               MOVE 'ITEM PACKED'          TO WS-D-NOTE
               PERFORM 3900-WRITE-DETAIL-LINE
           END-IF.

      *---------------------------------------------------------------*
      *    RETURN AUTHORIZATIONS STILL OPEN FOR A DISCONTINUED ITEM   *
      *    OR AN INACTIVE SUPPLIER.                                   *
      *---------------------------------------------------------------*
       5000-SCAN-OPEN-RAS.
           PERFORM 3800-WRITE-SECTION-HEADING
           MOVE 'OPEN RETURN AUTHORIZATIONS (SSCRAC) - SHIP OR CANCEL'
               TO MSIRP-RPT-LINE(6:)
           WRITE MSIRP-RPT-LINE
           MOVE WS-DETAIL-HEADING TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           IF NOT WS-RAC-OK
               MOVE WS-RAC-STATUS TO WS-D-NOTE
               PERFORM 3950-WRITE-NOT-AVAILABLE
               GO TO 5000-SCAN-OPEN-RAS-EXIT
           END-IF
           MOVE LOW-VALUES TO SSCRAC-RA-NBR
           START SSCRAC-FILE KEY IS NOT LESS THAN SSCRAC-RA-NBR
               INVALID KEY
                   GO TO 5000-SCAN-OPEN-RAS-EXIT
           END-START
           PERFORM 5100-READ-NEXT-RA
           PERFORM UNTIL WS-RAC-AT-EOF
               PERFORM 5200-CHECK-RA
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               PERFORM 5100-READ-NEXT-RA
           END-PERFORM.
       5000-SCAN-OPEN-RAS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       5100-READ-NEXT-RA.
           READ SSCRAC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RAC-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       5200-CHECK-RA.
           IF WS-CHG-WENT-INACTIVE(WS-CHG-IDX)
               IF (WS-CHG-ENTITY-TYPE(WS-CHG-IDX) = 'I'
                   AND SSCRAC-ITEM-NBR = WS-CHG-ENTITY-KEY(WS-CHG-IDX))
                OR (WS-CHG-ENTITY-TYPE(WS-CHG-IDX) = 'P'
                   AND SSCRAC-SUPPLIER-NBR =
                       WS-CHG-ENTITY-KEY(WS-CHG-IDX)(1:6))
                   SET WS-HIT-SUB TO WS-CHG-IDX
                   PERFORM 5300-REPORT-RA
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       5300-REPORT-RA.
           COMPUTE WS-OPEN-UNITS = SSCRAC-AUTHORIZED-UNITS
                                 - SSCRAC-SHIPPED-UNITS
           IF WS-OPEN-UNITS < ZERO
               MOVE ZERO TO WS-OPEN-UNITS
           END-IF
           ADD 1             TO WS-CHG-RAS(WS-HIT-SUB)
           ADD WS-OPEN-UNITS TO WS-CHG-RA-UNITS(WS-HIT-SUB)
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'RA '              DELIMITED BY SIZE
                   SSCRAC-RA-NBR     DELIMITED BY SIZE
                   ' BULK '          DELIMITED BY SIZE
                   SSCRAC-BULK-NBR   DELIMITED BY SIZE
                   ' ITEM '          DELIMITED BY SIZE
                   SSCRAC-ITEM-NBR   DELIMITED BY SIZE
               INTO WS-D-REF
           MOVE WS-OPEN-UNITS      TO WS-D-UNITS
           MOVE SSCRAC-OPENED-DATE TO WS-D-DATE
           STRING 'SUP '              DELIMITED BY SIZE
                   SSCRAC-SUPPLIER-NBR DELIMITED BY SIZE
                   ' UNSHIPPED'       DELIMITED BY SIZE
               INTO WS-D-NOTE
           PERFORM 3900-WRITE-DETAIL-LINE.

      *---------------------------------------------------------------*
      *    VAS WORK QUEUED FOR A DISCONTINUED ITEM, A CLOSED STORE,   *
      *    OR A BULK OF AN INACTIVE SUPPLIER'S OPEN LINES.            *
      *---------------------------------------------------------------*
       5500-SCAN-VAS-QUEUE.
           PERFORM 3800-WRITE-SECTION-HEADING
           MOVE 'PENDING VAS WORK (SSCVASQ) - PULL FROM THE WAVE'
               TO MSIRP-RPT-LINE(6:)
           WRITE MSIRP-RPT-LINE
           MOVE WS-DETAIL-HEADING TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           IF NOT WS-VASQ-OK
               MOVE WS-VASQ-STATUS TO WS-D-NOTE
               PERFORM 3950-WRITE-NOT-AVAILABLE
               GO TO 5500-SCAN-VAS-QUEUE-EXIT
           END-IF
           PERFORM 5600-READ-NEXT-VAS-WORK
           PERFORM UNTIL WS-VASQ-AT-EOF
               PERFORM 5700-CHECK-VAS-WORK
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               PERFORM 5750-CHECK-VAS-BULK
                   VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
               PERFORM 5600-READ-NEXT-VAS-WORK
           END-PERFORM.
       5500-SCAN-VAS-QUEUE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       5600-READ-NEXT-VAS-WORK.
           READ SSCVASQ-FILE
               AT END
                   MOVE 'Y' TO WS-VASQ-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       5700-CHECK-VAS-WORK.
           IF WS-CHG-WENT-INACTIVE(WS-CHG-IDX)
               IF (WS-CHG-ENTITY-TYPE(WS-CHG-IDX) = 'I'
                   AND SSCVASQ-ITEM-NBR = WS-CHG-ENTITY-KEY(WS-CHG-IDX))
                OR (WS-CHG-ENTITY-TYPE(WS-CHG-IDX) = 'S'
                   AND SSCVASQ-STORE-NBR =
                       WS-CHG-ENTITY-KEY(WS-CHG-IDX)(1:5))
                   SET WS-HIT-SUB TO WS-CHG-IDX
                   PERFORM 5800-REPORT-VAS-WORK
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       5750-CHECK-VAS-BULK.
           IF WS-LNK-TYPE(WS-LNK-IDX) = 'B'
               AND WS-LNK-VALUE(WS-LNK-IDX)(1:8) = SSCVASQ-BULK-NBR
               MOVE WS-LNK-CHG-SUB(WS-LNK-IDX) TO WS-HIT-SUB
               PERFORM 5800-REPORT-VAS-WORK
           END-IF.

      *---------------------------------------------------------------*
       5800-REPORT-VAS-WORK.
           ADD 1             TO WS-CHG-VAS-LINES(WS-HIT-SUB)
           ADD SSCVASQ-UNITS TO WS-CHG-VAS-UNITS(WS-HIT-SUB)
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'BULK '            DELIMITED BY SIZE
                   SSCVASQ-BULK-NBR  DELIMITED BY SIZE
                   ' ALLOC '         DELIMITED BY SIZE
                   SSCVASQ-ALLOC-NBR DELIMITED BY SIZE
                   ' ITEM '          DELIMITED BY SIZE
                   SSCVASQ-ITEM-NBR  DELIMITED BY SIZE
               INTO WS-D-REF
           MOVE SSCVASQ-UNITS      TO WS-D-UNITS
           MOVE SSCVASQ-QUEUE-DATE TO WS-D-DATE
           STRING 'LOC '                DELIMITED BY SIZE
                   SSCVASQ-LOCATION-CODE DELIMITED BY SIZE
                   ' STR '              DELIMITED BY SIZE
                   SSCVASQ-STORE-NBR    DELIMITED BY SIZE
               INTO WS-D-NOTE
           PERFORM 3900-WRITE-DETAIL-LINE.

      *---------------------------------------------------------------*
      *    RWH BOOK UNITS ON HAND FOR A DISCONTINUED ITEM, OR FOR AN  *
      *    ITEM ON AN INACTIVE SUPPLIER'S OPEN LINES - STOCK TO       *
      *    RETURN OR CLEAR.  ZERO-BOOK LOCATIONS ARE NOT LISTED.      *
      *---------------------------------------------------------------*
       6000-SCAN-RWH-BOOK.
           PERFORM 3800-WRITE-SECTION-HEADING
           MOVE 'RWH BOOK UNITS (SSCPINV) - RETURN OR CLEAR'
               TO MSIRP-RPT-LINE(6:)
           WRITE MSIRP-RPT-LINE
           MOVE WS-DETAIL-HEADING TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           IF NOT WS-PINV-OK
               MOVE WS-PINV-STATUS TO WS-D-NOTE
               PERFORM 3950-WRITE-NOT-AVAILABLE
               GO TO 6000-SCAN-RWH-BOOK-EXIT
           END-IF
           MOVE LOW-VALUES TO SSCPINV-KEY
           START SSCPINV-FILE KEY IS NOT LESS THAN SSCPINV-KEY
               INVALID KEY
                   GO TO 6000-SCAN-RWH-BOOK-EXIT
           END-START
           PERFORM 6100-READ-NEXT-BOOK-RECORD
           PERFORM UNTIL WS-PINV-AT-EOF
               IF SSCPINV-BOOK-UNITS NOT = ZERO
                   PERFORM 6200-CHECK-BOOK-ITEM
                       VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   PERFORM 6250-CHECK-BOOK-LINK
                       VARYING WS-LNK-IDX FROM 1 BY 1
                       UNTIL WS-LNK-IDX > WS-LNK-COUNT
               END-IF
               PERFORM 6100-READ-NEXT-BOOK-RECORD
           END-PERFORM.
       6000-SCAN-RWH-BOOK-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       6100-READ-NEXT-BOOK-RECORD.
           READ SSCPINV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PINV-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       6200-CHECK-BOOK-ITEM.
           IF WS-CHG-WENT-INACTIVE(WS-CHG-IDX)
               AND WS-CHG-ENTITY-TYPE(WS-CHG-IDX) = 'I'
               AND SSCPINV-ITEM-NBR = WS-CHG-ENTITY-KEY(WS-CHG-IDX)
               SET WS-HIT-SUB TO WS-CHG-IDX
               PERFORM 6300-REPORT-BOOK-RECORD
           END-IF.

      *---------------------------------------------------------------*
       6250-CHECK-BOOK-LINK.
           IF WS-LNK-TYPE(WS-LNK-IDX) = 'I'
               AND WS-LNK-VALUE(WS-LNK-IDX) = SSCPINV-ITEM-NBR
               MOVE WS-LNK-CHG-SUB(WS-LNK-IDX) TO WS-HIT-SUB
               PERFORM 6300-REPORT-BOOK-RECORD
           END-IF.

      *---------------------------------------------------------------*
       6300-REPORT-BOOK-RECORD.
           ADD 1                  TO WS-CHG-RWH-LOCS(WS-HIT-SUB)
           ADD SSCPINV-BOOK-UNITS TO WS-CHG-RWH-UNITS(WS-HIT-SUB)
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'ITEM '               DELIMITED BY SIZE
                   SSCPINV-ITEM-NBR     DELIMITED BY SIZE
                   ' LOC '              DELIMITED BY SIZE
                   SSCPINV-LOCATION-CODE DELIMITED BY SIZE
               INTO WS-D-REF
           MOVE SSCPINV-BOOK-UNITS         TO WS-D-UNITS
           MOVE SSCPINV-LAST-ACTIVITY-DATE TO WS-D-DATE
           MOVE 'RWH BOOK ON HAND'         TO WS-D-NOTE
           PERFORM 3900-WRITE-DETAIL-LINE.

      *---------------------------------------------------------------*
      *    ONE LINE PER ITEM DISCONTINUED, STORE CLOSED OR SUPPLIER   *
      *    INACTIVATED, TOTALLING THE OPEN WORK FOUND AGAINST IT.     *
      *---------------------------------------------------------------*
       7000-WRITE-IMPACT-SUMMARY.
           PERFORM 3800-WRITE-SECTION-HEADING
           MOVE 'IMPACT SUMMARY BY STATUS CHANGE'
               TO MSIRP-RPT-LINE(6:)
           WRITE MSIRP-RPT-LINE
           MOVE WS-SUMMARY-HEADING-1 TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           MOVE WS-SUMMARY-HEADING-2 TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           PERFORM 7100-WRITE-SUMMARY-LINE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.

      *---------------------------------------------------------------*
       7100-WRITE-SUMMARY-LINE.
           IF WS-CHG-WENT-INACTIVE(WS-CHG-IDX)
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE WS-CHG-DESC(WS-CHG-IDX)      TO WS-S-CHANGE
               MOVE WS-CHG-OOM-LINES(WS-CHG-IDX) TO WS-S-OOM-LINES
               MOVE WS-CHG-OOM-UNITS(WS-CHG-IDX) TO WS-S-OOM-UNITS
               MOVE WS-CHG-CARTONS(WS-CHG-IDX)   TO WS-S-CARTONS
               MOVE WS-CHG-RAS(WS-CHG-IDX)       TO WS-S-RAS
               MOVE WS-CHG-RA-UNITS(WS-CHG-IDX)  TO WS-S-RA-UNITS
               MOVE WS-CHG-VAS-LINES(WS-CHG-IDX) TO WS-S-VAS-LINES
               MOVE WS-CHG-VAS-UNITS(WS-CHG-IDX) TO WS-S-VAS-UNITS
               MOVE WS-CHG-RWH-UNITS(WS-CHG-IDX) TO WS-S-RWH-UNITS
               IF WS-CHG-OOM-LINES(WS-CHG-IDX) = ZERO
                   AND WS-CHG-CARTONS(WS-CHG-IDX) = ZERO
                   AND WS-CHG-RAS(WS-CHG-IDX) = ZERO
                   AND WS-CHG-VAS-LINES(WS-CHG-IDX) = ZERO
                   AND WS-CHG-RWH-LOCS(WS-CHG-IDX) = ZERO
                   MOVE 'NO OPEN IMPACT' TO WS-S-ACTION
               ELSE
                   ADD 1 TO WS-CHANGES-WITH-IMPACT
                   IF WS-CHG-ENTITY-TYPE(WS-CHG-IDX) = 'S'
                       MOVE '*** REROUTE'   TO WS-S-ACTION
                   ELSE
                       MOVE '*** CANCEL/RTN' TO WS-S-ACTION
                   END-IF
               END-IF
               MOVE WS-SUMMARY-LINE TO MSIRP-RPT-LINE
               WRITE MSIRP-RPT-LINE
           END-IF.

      *---------------------------------------------------------------*
      *    STAMP EACH CHANGE REPORTED WITH THE RUN DATE SO TOMORROW'S *
      *    RUN DOES NOT PICK IT UP AGAIN.                             *
      *---------------------------------------------------------------*
       7500-STAMP-REPORTED-CHANGES.
           PERFORM 7510-STAMP-ONE-CHANGE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.

      *---------------------------------------------------------------*
       7510-STAMP-ONE-CHANGE.
           MOVE WS-CHG-CHANGE-DATE(WS-CHG-IDX) TO SSCMSCH-CHANGE-DATE
           MOVE WS-CHG-ENTITY-TYPE(WS-CHG-IDX) TO SSCMSCH-ENTITY-TYPE
           MOVE WS-CHG-ENTITY-KEY(WS-CHG-IDX)  TO SSCMSCH-ENTITY-KEY
           MOVE WS-CHG-NEW-STATUS(WS-CHG-IDX)  TO SSCMSCH-NEW-STATUS
           READ SSCMSCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RUN-DATE TO SSCMSCH-REPORTED-DATE
                   REWRITE SSCMSCH-RECORD
                   ADD 1 TO WS-CHANGES-STAMPED
           END-READ.

      *---------------------------------------------------------------*
       8000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           MOVE SPACES TO MSIRP-RPT-LINE
           STRING 'STATUS CHANGES REPORTED - '  DELIMITED BY SIZE
                   WS-CHANGES-SELECTED          DELIMITED BY SIZE
                   ', DISCONTINUED/CLOSED/INACTIVATED - '
                                                DELIMITED BY SIZE
                   WS-ADVERSE-CHANGES           DELIMITED BY SIZE
                   ', REINSTATED - '            DELIMITED BY SIZE
                   WS-REACTIVATIONS             DELIMITED BY SIZE
               INTO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE
           MOVE SPACES TO MSIRP-RPT-LINE
           STRING 'CHANGES WITH OPEN DOWNSTREAM WORK - '
                                                DELIMITED BY SIZE
                   WS-CHANGES-WITH-IMPACT       DELIMITED BY SIZE
                   ', IMPACT LINES LISTED - '   DELIMITED BY SIZE
                   WS-IMPACT-LINES-WRITTEN      DELIMITED BY SIZE
               INTO MSIRP-RPT-LINE
           WRITE MSIRP-RPT-LINE.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE SSCMSCH-FILE
           CLOSE SSCOOM-FILE
           CLOSE SSCCTNC-FILE
           CLOSE SSCCMAN-FILE
           CLOSE SSCRAC-FILE
           CLOSE SSCVASQ-FILE
           CLOSE SSCPINV-FILE
           CLOSE SSCMSIRP-RPT.
