      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCCYCPL                                       *
      *                                                                *
      *   RWH CYCLE-COUNT PLANNER.  RANKS EVERY ITEM/LOCATION ON THE  *
      *   SSCPINV BOOK INTO ABC CLASSES AND ISSUES TOMORROW'S COUNT   *
      *   LIST FOR EACH LOCATION, SO THE BOOK IS COUNTED CONTINUOUSLY *
      *   INSTEAD OF BY A ONCE-A-YEAR WALL-TO-WALL.                   *
      *                                                                *
      *   RANKING - THE ITEM/LOCATION'S EXTENDED VALUE (BOOK UNITS AT *
      *           THE '116' UNIT COST) IS WEIGHTED UP FOR EACH BOOK-  *
      *           VS-SNAPSHOT VARIANCE SSCRWHPI HAS FOUND ON IT, SO   *
      *           A LOW-VALUE ITEM THAT KEEPS GOING WRONG IS COUNTED  *
      *           LIKE A HIGH-VALUE ONE.  IN DESCENDING WEIGHTED      *
      *           VALUE, THE ITEM/LOCATIONS MAKING UP THE FIRST CUT   *
      *           OF TOTAL VALUE ARE CLASS A, THE NEXT CUT CLASS B,   *
      *           THE REST CLASS C.  THE CLASS IS STORED ON SSCPINV.  *
      *                                                                *
      *   COUNT LISTS - EACH CLASS HAS A COUNT CYCLE IN DAYS.  EVERY  *
      *           NIGHT EACH LOCATION IS GIVEN ITS CLASS POPULATION   *
      *           DIVIDED BY THE CYCLE, ROUNDED UP, OF THAT CLASS'S   *
      *           LONGEST-UNCOUNTED ITEMS - SO EVERY A ITEM COMES UP  *
      *           MONTHLY AND EVERY C ITEM QUARTERLY.  THE LIST IS    *
      *           BLIND - NO BOOK UNITS - AND THE COUNTS COME BACK    *
      *           THROUGH SSCCYCPT, WHICH STAMPS THE COUNT DATE THAT  *
      *           MOVES THE ITEM TO THE BACK OF ITS CYCLE.            *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-10-04  P.SANTANA   ORIGINAL.
      * 2026-10-15  P.SANTANA   PER-LOCATION CLASS COUNTS SUBSCRIPTED BY
      *                         WS-CLS-SUB, NOT THE WS-CLS-ENTRY INDEX.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCCYCPL.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-10-04.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSCPINV-FILE       ASSIGN TO PINVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCPINV-KEY
               FILE STATUS IS WS-PINV-STATUS.

           SELECT SSCABC-SORT-FILE   ASSIGN TO ABCSORT.

           SELECT SSCCYL-SORT-FILE   ASSIGN TO CYLSORT.

           SELECT SSCCYCPL-RPT       ASSIGN TO CYCPLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCPLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSCPINV-FILE.
           COPY SSCPINV.

       SD  SSCABC-SORT-FILE.
       01  ABC-SORT-RECORD.
           05  ABC-SORT-RANK-VALUE       PIC 9(15)V99.
           05  ABC-SORT-ITEM-NBR         PIC X(19).
           05  ABC-SORT-LOCATION-CODE    PIC X(02).

       SD  SSCCYL-SORT-FILE.
       01  CYL-SORT-RECORD.
           05  CYL-SORT-LOCATION-CODE    PIC X(02).
           05  CYL-SORT-ABC-CLASS        PIC X(01).
           05  CYL-SORT-LAST-COUNT-DATE  PIC X(08).
           05  CYL-SORT-ITEM-NBR         PIC X(19).

       FD  SSCCYCPL-RPT.
       01  CYCPL-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PINV-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-PINV-OK                          VALUE '00'.
           05  WS-CYCPLRPT-STATUS        PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PINV-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-PINV-AT-EOF                     VALUE 'Y'.
           05  WS-SORT-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-SORT-AT-EOF                     VALUE 'Y'.
           05  WS-LOC-FOUND-SW           PIC X(01)  VALUE 'N'.
               88  WS-LOC-FOUND                       VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       77  WS-RUN-DATE-NUM              PIC 9(08)  VALUE ZERO.
       77  WS-COUNT-DATE-NUM            PIC 9(08)  VALUE ZERO.
       77  WS-DAYS-SINCE                PIC S9(07) VALUE ZERO.

      *---------------------------------------------------------------*
      *    ABC CUT-OFFS - CUMULATIVE PERCENT OF TOTAL WEIGHTED VALUE  *
      *    AT WHICH CLASS A AND CLASS B END.  VARIANCE WEIGHT - EACH  *
      *    PAST BOOK-VS-SNAPSHOT VARIANCE RAISES THE RANKING VALUE BY *
      *    THIS PERCENT, UP TO THE CAP NUMBER OF VARIANCES.  COUNT    *
      *    CYCLES - DAYS IN WHICH EVERY ITEM OF THE CLASS IS COUNTED  *
      *    ONCE.  CHANGE HERE TO RETUNE.                              *
      *---------------------------------------------------------------*
       77  WS-CLASS-A-CUTOFF-PCT        PIC 9(03)  VALUE 80.
       77  WS-CLASS-B-CUTOFF-PCT        PIC 9(03)  VALUE 95.
       77  WS-VARIANCE-WEIGHT-PCT       PIC 9(03)  VALUE 50.
       77  WS-VARIANCE-WEIGHT-CAP       PIC 9(02)  VALUE 4.
       77  WS-CLASS-A-CYCLE-DAYS        PIC 9(03)  VALUE 30.
       77  WS-CLASS-B-CYCLE-DAYS        PIC 9(03)  VALUE 60.
       77  WS-CLASS-C-CYCLE-DAYS        PIC 9(03)  VALUE 90.

       77  WS-BOOK-RECORDS-READ         PIC 9(09)  VALUE ZERO.
       77  WS-CLASS-CHANGES             PIC 9(09)  VALUE ZERO.
       77  WS-COUNT-TASKS-ISSUED        PIC 9(09)  VALUE ZERO.
       77  WS-OVERDUE-TASKS             PIC 9(09)  VALUE ZERO.

       77  WS-ABS-BOOK-UNITS            PIC 9(09)  VALUE ZERO.
       77  WS-WEIGHT-VARIANCES          PIC 9(05)  VALUE ZERO.
       77  WS-RANK-VALUE                PIC 9(15)V99 VALUE ZERO.
       77  WS-TOTAL-RANK-VALUE          PIC 9(15)V99 VALUE ZERO.
       77  WS-CUMULATIVE-VALUE          PIC 9(15)V99 VALUE ZERO.
       77  WS-CUMULATIVE-PCT            PIC 9(03)V99 VALUE ZERO.
       77  WS-NEW-CLASS                 PIC X(01)  VALUE SPACE.
       77  WS-CYCLE-DAYS                PIC 9(03)  VALUE ZERO.
       77  WS-CLASS-POPULATION          PIC 9(07)  VALUE ZERO.
       77  WS-DAILY-QUOTA               PIC 9(07)  VALUE ZERO.
       77  WS-QUOTA-TAKEN               PIC 9(07)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    NETWORK TOTALS BY CLASS - 1 = A, 2 = B, 3 = C              *
      *---------------------------------------------------------------*
       01  WS-CLASS-SUMMARY.
           05  WS-CLS-ENTRY OCCURS 3 TIMES
                   INDEXED BY WS-CLS-IDX.
               10  WS-CLS-ITEMS          PIC 9(09).
               10  WS-CLS-RANK-VALUE     PIC 9(15)V99.
               10  WS-CLS-TASKS          PIC 9(09).
       01  WS-CLASS-LETTERS             PIC X(03)  VALUE 'ABC'.
       77  WS-CLS-SUB                   PIC 9(01)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    ITEM/LOCATIONS PER CLASS AT EACH LOCATION, TALLIED WHILE   *
      *    CLASSIFYING - THE POPULATION EACH DAILY QUOTA IS CUT FROM. *
      *---------------------------------------------------------------*
       01  WS-LOC-TABLE-CTL.
           05  WS-LOC-COUNT              PIC 9(04)  VALUE ZERO.
           05  WS-LOC-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-LOC-IDX.
               10  WS-LOC-T-CODE         PIC X(02).
               10  WS-LOC-T-CLASS-ITEMS  PIC 9(07) OCCURS 3 TIMES.
       77  WS-LOOKUP-LOCATION           PIC X(02)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    COUNT-LIST CONTROL BREAKS - CLASS WITHIN LOCATION          *
      *---------------------------------------------------------------*
       01  WS-CURR-LOCATION-CODE        PIC X(02)  VALUE SPACES.
       01  WS-CURR-ABC-CLASS            PIC X(01)  VALUE SPACES.
       77  WS-LOC-TASKS                 PIC 9(07)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    REPORT LINE LAYOUTS                                         *
      *---------------------------------------------------------------*
       01  WS-LIST-HEADING.
           05  FILLER                    PIC X(07) VALUE 'CLASS'.
           05  FILLER                    PIC X(21) VALUE 'ITEM'.
           05  FILLER                    PIC X(14) VALUE 'LAST COUNTED'.
           05  FILLER                    PIC X(12) VALUE '  DAYS SINCE'.
           05  FILLER                    PIC X(11) VALUE SPACES.
           05  FILLER                    PIC X(16) VALUE
                   'COUNTED UNITS'.
           05  FILLER                    PIC X(10) VALUE 'COUNTED BY'.

       01  WS-LIST-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-L-ABC-CLASS            PIC X(01).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-L-ITEM-NBR             PIC X(19).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-L-LAST-COUNT-DATE      PIC X(08).
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-L-DAYS-SINCE           PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-L-OVERDUE              PIC X(07).
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-L-COUNTED-BLANK        PIC X(13) VALUE ALL '_'.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-L-COUNTER-BLANK        PIC X(08) VALUE ALL '_'.

       01  WS-SUMMARY-LINE.
           05  FILLER                    PIC X(08) VALUE 'CLASS '.
           05  WS-S-ABC-CLASS            PIC X(01).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-S-ITEMS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(16) VALUE
                   ' ITEM/LOCATIONS'.
           05  WS-S-RANK-VALUE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(19) VALUE
                   ' WEIGHTED VALUE'.
           05  WS-S-TASKS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(20) VALUE
                   ' COUNTS ISSUED'.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCCYCPL'.
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
           SORT SSCABC-SORT-FILE
               ON DESCENDING KEY ABC-SORT-RANK-VALUE
               ON ASCENDING KEY ABC-SORT-ITEM-NBR
                                 ABC-SORT-LOCATION-CODE
               INPUT PROCEDURE IS 2000-RANK-BOOK
                   THRU 2000-RANK-BOOK-EXIT
               OUTPUT PROCEDURE IS 3000-ASSIGN-CLASSES
                   THRU 3000-ASSIGN-CLASSES-EXIT
           MOVE 'N' TO WS-SORT-EOF-SW
           SORT SSCCYL-SORT-FILE
               ON ASCENDING KEY CYL-SORT-LOCATION-CODE
                                 CYL-SORT-ABC-CLASS
                                 CYL-SORT-LAST-COUNT-DATE
                                 CYL-SORT-ITEM-NBR
               INPUT PROCEDURE IS 4000-SELECT-COUNT-CANDIDATES
                   THRU 4000-SELECT-COUNT-CANDIDATES-EXIT
               OUTPUT PROCEDURE IS 5000-ISSUE-COUNT-LISTS
                   THRU 5000-ISSUE-COUNT-LISTS-EXIT
           PERFORM 6000-WRITE-SUMMARY
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
               DISPLAY 'SSCCYCPL - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-BOOK-RECORDS-READ  TO WS-RCTL-RECORDS-IN
           MOVE WS-COUNT-TASKS-ISSUED TO WS-RCTL-RECORDS-OUT
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
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           MOVE ZERO TO WS-CLASS-SUMMARY
           OPEN I-O    SSCPINV-FILE
           OPEN OUTPUT SSCCYCPL-RPT
           MOVE SPACES TO CYCPL-RPT-LINE
           STRING 'SSCCYCPL - RWH CYCLE-COUNT LISTS - RUN '
                                              DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
               INTO CYCPL-RPT-LINE
           WRITE CYCPL-RPT-LINE
           MOVE SPACES TO CYCPL-RPT-LINE
           WRITE CYCPL-RPT-LINE.

      *---------------------------------------------------------------*
      *    SORT INPUT - EVERY BOOK RECORD WITH ITS WEIGHTED VALUE.    *
      *    A NEGATIVE BOOK IS RANKED ON ITS SIZE - IT IS WRONG BY AT  *
      *    LEAST THAT MUCH.                                           *
      *---------------------------------------------------------------*
       2000-RANK-BOOK.
           PERFORM 2050-START-BOOK
           PERFORM UNTIL WS-PINV-AT-EOF
               ADD 1 TO WS-BOOK-RECORDS-READ
               PERFORM 2200-RELEASE-RANKED-BOOK
               PERFORM 2100-READ-NEXT-BOOK
           END-PERFORM.
       2000-RANK-BOOK-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2050-START-BOOK.
           MOVE 'N' TO WS-PINV-EOF-SW
           MOVE LOW-VALUES TO SSCPINV-KEY
           START SSCPINV-FILE KEY IS NOT LESS THAN SSCPINV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PINV-EOF-SW
           END-START
           IF NOT WS-PINV-AT-EOF
               PERFORM 2100-READ-NEXT-BOOK
           END-IF.

      *---------------------------------------------------------------*
       2100-READ-NEXT-BOOK.
           READ SSCPINV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PINV-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       2200-RELEASE-RANKED-BOOK.
           IF SSCPINV-BOOK-UNITS < ZERO
               COMPUTE WS-ABS-BOOK-UNITS = ZERO - SSCPINV-BOOK-UNITS
           ELSE
               MOVE SSCPINV-BOOK-UNITS TO WS-ABS-BOOK-UNITS
           END-IF
           IF SSCPINV-VARIANCE-COUNT NUMERIC
               MOVE SSCPINV-VARIANCE-COUNT TO WS-WEIGHT-VARIANCES
           ELSE
               MOVE ZERO TO WS-WEIGHT-VARIANCES
           END-IF
           IF WS-WEIGHT-VARIANCES > WS-VARIANCE-WEIGHT-CAP
               MOVE WS-VARIANCE-WEIGHT-CAP TO WS-WEIGHT-VARIANCES
           END-IF
           IF SSCPINV-UNIT-COST NUMERIC
               COMPUTE WS-RANK-VALUE ROUNDED =
                   WS-ABS-BOOK-UNITS * SSCPINV-UNIT-COST
                   * (100 + WS-VARIANCE-WEIGHT-PCT
                          * WS-WEIGHT-VARIANCES) / 100
           ELSE
               MOVE ZERO TO WS-RANK-VALUE
           END-IF
           ADD WS-RANK-VALUE TO WS-TOTAL-RANK-VALUE
           MOVE WS-RANK-VALUE         TO ABC-SORT-RANK-VALUE
           MOVE SSCPINV-ITEM-NBR      TO ABC-SORT-ITEM-NBR
           MOVE SSCPINV-LOCATION-CODE TO ABC-SORT-LOCATION-CODE
           RELEASE ABC-SORT-RECORD.

      *---------------------------------------------------------------*
      *    SORT OUTPUT - HIGHEST WEIGHTED VALUE FIRST.  AN ITEM/      *
      *    LOCATION TAKES THE CLASS OF THE CUMULATIVE PERCENT REACHED *
      *    BEFORE IT, SO THE ITEM THAT CROSSES A CUT-OFF STAYS IN THE *
      *    HIGHER CLASS.  NOTHING ON THE BOOK IS CLASS C.             *
      *---------------------------------------------------------------*
       3000-ASSIGN-CLASSES.
           PERFORM 3100-RETURN-RANKED-BOOK
           PERFORM UNTIL WS-SORT-AT-EOF
               PERFORM 3200-CLASSIFY-BOOK
                   THRU 3200-CLASSIFY-BOOK-EXIT
               PERFORM 3100-RETURN-RANKED-BOOK
           END-PERFORM.
       3000-ASSIGN-CLASSES-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3100-RETURN-RANKED-BOOK.
           RETURN SSCABC-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

      *---------------------------------------------------------------*
       3200-CLASSIFY-BOOK.
           MOVE ZERO TO WS-CUMULATIVE-PCT
           IF WS-TOTAL-RANK-VALUE > ZERO
               COMPUTE WS-CUMULATIVE-PCT =
                   WS-CUMULATIVE-VALUE * 100 / WS-TOTAL-RANK-VALUE
           END-IF
           EVALUATE TRUE
               WHEN ABC-SORT-RANK-VALUE = ZERO
                   MOVE 'C' TO WS-NEW-CLASS
               WHEN WS-CUMULATIVE-PCT < WS-CLASS-A-CUTOFF-PCT
                   MOVE 'A' TO WS-NEW-CLASS
               WHEN WS-CUMULATIVE-PCT < WS-CLASS-B-CUTOFF-PCT
                   MOVE 'B' TO WS-NEW-CLASS
               WHEN OTHER
                   MOVE 'C' TO WS-NEW-CLASS
           END-EVALUATE
           ADD ABC-SORT-RANK-VALUE TO WS-CUMULATIVE-VALUE
           EVALUATE WS-NEW-CLASS
               WHEN 'A'
                   SET WS-CLS-IDX TO 1
               WHEN 'B'
                   SET WS-CLS-IDX TO 2
               WHEN OTHER
                   SET WS-CLS-IDX TO 3
           END-EVALUATE
           ADD 1 TO WS-CLS-ITEMS(WS-CLS-IDX)
           ADD ABC-SORT-RANK-VALUE TO WS-CLS-RANK-VALUE(WS-CLS-IDX)
           MOVE ABC-SORT-LOCATION-CODE TO WS-LOOKUP-LOCATION
           PERFORM 3300-FIND-LOCATION
           SET WS-CLS-SUB TO WS-CLS-IDX
           ADD 1 TO WS-LOC-T-CLASS-ITEMS(WS-LOC-IDX, WS-CLS-SUB)
           MOVE ABC-SORT-ITEM-NBR      TO SSCPINV-ITEM-NBR
           MOVE ABC-SORT-LOCATION-CODE TO SSCPINV-LOCATION-CODE
           READ SSCPINV-FILE
               INVALID KEY
                   GO TO 3200-CLASSIFY-BOOK-EXIT
           END-READ
           IF SSCPINV-ABC-CLASS NOT = WS-NEW-CLASS
               MOVE WS-NEW-CLASS TO SSCPINV-ABC-CLASS
               REWRITE SSCPINV-RECORD
               ADD 1 TO WS-CLASS-CHANGES
           END-IF.
       3200-CLASSIFY-BOOK-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    POINT WS-LOC-IDX AT WS-LOOKUP-LOCATION, ADDING IT IF NEW.  *
      *---------------------------------------------------------------*
       3300-FIND-LOCATION.
           MOVE 'N' TO WS-LOC-FOUND-SW
           PERFORM 3310-TEST-LOCATION
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
                   OR WS-LOC-FOUND
           IF WS-LOC-FOUND
               SET WS-LOC-IDX DOWN BY 1
           ELSE
               IF WS-LOC-COUNT >= 200
                   PERFORM 3350-LOCATION-TABLE-FULL
               END-IF
               ADD 1 TO WS-LOC-COUNT
               SET WS-LOC-IDX TO WS-LOC-COUNT
               MOVE WS-LOOKUP-LOCATION TO WS-LOC-T-CODE(WS-LOC-IDX)
               MOVE ZERO TO WS-LOC-T-CLASS-ITEMS(WS-LOC-IDX, 1)
               MOVE ZERO TO WS-LOC-T-CLASS-ITEMS(WS-LOC-IDX, 2)
               MOVE ZERO TO WS-LOC-T-CLASS-ITEMS(WS-LOC-IDX, 3)
           END-IF.

      *---------------------------------------------------------------*
       3310-TEST-LOCATION.
           IF WS-LOC-T-CODE(WS-LOC-IDX) = WS-LOOKUP-LOCATION
               MOVE 'Y' TO WS-LOC-FOUND-SW
           END-IF.

      *---------------------------------------------------------------*
       3350-LOCATION-TABLE-FULL.
           DISPLAY 'SSCCYCPL - WS-LOC-ENTRY TABLE FULL AT 200 '
               'LOCATIONS - INCREASE OCCURS AND RERUN'
           PERFORM 9000-TERMINATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      *    SORT INPUT - EVERY BOOK RECORD, NOW CLASSIFIED.  A NEVER-  *
      *    COUNTED ITEM HAS A SPACE COUNT DATE AND SORTS FIRST.       *
      *---------------------------------------------------------------*
       4000-SELECT-COUNT-CANDIDATES.
           PERFORM 2050-START-BOOK
           PERFORM UNTIL WS-PINV-AT-EOF
               MOVE SSCPINV-LOCATION-CODE   TO CYL-SORT-LOCATION-CODE
               MOVE SSCPINV-ABC-CLASS       TO CYL-SORT-ABC-CLASS
               IF SSCPINV-LAST-COUNT-DATE NUMERIC
                   MOVE SSCPINV-LAST-COUNT-DATE
                       TO CYL-SORT-LAST-COUNT-DATE
               ELSE
                   MOVE SPACES TO CYL-SORT-LAST-COUNT-DATE
               END-IF
               MOVE SSCPINV-ITEM-NBR        TO CYL-SORT-ITEM-NBR
               RELEASE CYL-SORT-RECORD
               PERFORM 2100-READ-NEXT-BOOK
           END-PERFORM.
       4000-SELECT-COUNT-CANDIDATES-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    SORT OUTPUT - A COUNT LIST PER LOCATION.  WITHIN EACH      *
      *    CLASS THE LONGEST-UNCOUNTED ITEMS COME FIRST AND THE       *
      *    DAILY QUOTA IS TAKEN FROM THE TOP.                         *
      *---------------------------------------------------------------*
       5000-ISSUE-COUNT-LISTS.
           PERFORM 5100-RETURN-CANDIDATE
           IF NOT WS-SORT-AT-EOF
               PERFORM 5150-START-NEW-LOCATION
               PERFORM 5160-START-NEW-CLASS
           END-IF
           PERFORM UNTIL WS-SORT-AT-EOF
               IF CYL-SORT-LOCATION-CODE NOT = WS-CURR-LOCATION-CODE
                   PERFORM 5400-FINISH-LOCATION
                   PERFORM 5150-START-NEW-LOCATION
                   PERFORM 5160-START-NEW-CLASS
               ELSE
                   IF CYL-SORT-ABC-CLASS NOT = WS-CURR-ABC-CLASS
                       PERFORM 5160-START-NEW-CLASS
                   END-IF
               END-IF
               IF WS-QUOTA-TAKEN < WS-DAILY-QUOTA
                   PERFORM 5200-ISSUE-COUNT-TASK
               END-IF
               PERFORM 5100-RETURN-CANDIDATE
           END-PERFORM
           IF WS-BOOK-RECORDS-READ > ZERO
               PERFORM 5400-FINISH-LOCATION
           END-IF.
       5000-ISSUE-COUNT-LISTS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       5100-RETURN-CANDIDATE.
           RETURN SSCCYL-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

      *---------------------------------------------------------------*
       5150-START-NEW-LOCATION.
           MOVE CYL-SORT-LOCATION-CODE TO WS-CURR-LOCATION-CODE
           MOVE ZERO TO WS-LOC-TASKS
           MOVE CYL-SORT-LOCATION-CODE TO WS-LOOKUP-LOCATION
           PERFORM 3300-FIND-LOCATION
           MOVE SPACES TO CYCPL-RPT-LINE
           STRING 'LOCATION '                 DELIMITED BY SIZE
                   WS-CURR-LOCATION-CODE      DELIMITED BY SIZE
                   ' - CYCLE COUNT LIST FOR '  DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
                   ' - A ITEMS '              DELIMITED BY SIZE
                   WS-LOC-T-CLASS-ITEMS(WS-LOC-IDX, 1)
                                              DELIMITED BY SIZE
                   ', B ITEMS '               DELIMITED BY SIZE
                   WS-LOC-T-CLASS-ITEMS(WS-LOC-IDX, 2)
                                              DELIMITED BY SIZE
                   ', C ITEMS '               DELIMITED BY SIZE
                   WS-LOC-T-CLASS-ITEMS(WS-LOC-IDX, 3)
                                              DELIMITED BY SIZE
               INTO CYCPL-RPT-LINE
           WRITE CYCPL-RPT-LINE
           MOVE SPACES TO CYCPL-RPT-LINE
           WRITE CYCPL-RPT-LINE
           MOVE WS-LIST-HEADING TO CYCPL-RPT-LINE
           WRITE CYCPL-RPT-LINE.

      *---------------------------------------------------------------*
      *    DAILY QUOTA IS THE CLASS POPULATION AT THE LOCATION OVER   *
      *    THE CLASS CYCLE, ROUNDED UP, SO NO ITEM WAITS LONGER THAN  *
      *    ONE CYCLE.  AN UNCLASSED RECORD COUNTS AS CLASS C.         *
      *---------------------------------------------------------------*
       5160-START-NEW-CLASS.
           MOVE CYL-SORT-ABC-CLASS TO WS-CURR-ABC-CLASS
           MOVE ZERO TO WS-QUOTA-TAKEN
           EVALUATE WS-CURR-ABC-CLASS
               WHEN 'A'
                   SET WS-CLS-IDX TO 1
                   MOVE WS-CLASS-A-CYCLE-DAYS TO WS-CYCLE-DAYS
               WHEN 'B'
                   SET WS-CLS-IDX TO 2
                   MOVE WS-CLASS-B-CYCLE-DAYS TO WS-CYCLE-DAYS
               WHEN OTHER
                   SET WS-CLS-IDX TO 3
                   MOVE WS-CLASS-C-CYCLE-DAYS TO WS-CYCLE-DAYS
           END-EVALUATE
           SET WS-CLS-SUB TO WS-CLS-IDX
           MOVE WS-LOC-T-CLASS-ITEMS(WS-LOC-IDX, WS-CLS-SUB)
               TO WS-CLASS-POPULATION
           IF WS-CYCLE-DAYS = ZERO
               MOVE 1 TO WS-CYCLE-DAYS
           END-IF
           COMPUTE WS-DAILY-QUOTA =
               (WS-CLASS-POPULATION + WS-CYCLE-DAYS - 1)
                   / WS-CYCLE-DAYS.

      *---------------------------------------------------------------*
      *    ONE LINE ON THE COUNT LIST - NO BOOK UNITS, THE COUNTER    *
      *    WRITES WHAT IS ON THE SHELF.  OVERDUE WHEN NEVER COUNTED   *
      *    OR LAST COUNTED MORE THAN A CYCLE AGO.                     *
      *---------------------------------------------------------------*
       5200-ISSUE-COUNT-TASK.
           ADD 1 TO WS-QUOTA-TAKEN
           ADD 1 TO WS-LOC-TASKS
           ADD 1 TO WS-COUNT-TASKS-ISSUED
           ADD 1 TO WS-CLS-TASKS(WS-CLS-IDX)
           MOVE SPACES TO WS-L-OVERDUE
           SET WS-CLS-SUB TO WS-CLS-IDX
           MOVE WS-CLASS-LETTERS(WS-CLS-SUB:1) TO WS-L-ABC-CLASS
           MOVE CYL-SORT-ITEM-NBR TO WS-L-ITEM-NBR
           IF CYL-SORT-LAST-COUNT-DATE = SPACES
               MOVE 'NEVER'   TO WS-L-LAST-COUNT-DATE
               MOVE ZERO      TO WS-L-DAYS-SINCE
               MOVE 'OVERDUE' TO WS-L-OVERDUE
           ELSE
               MOVE CYL-SORT-LAST-COUNT-DATE TO WS-L-LAST-COUNT-DATE
               MOVE CYL-SORT-LAST-COUNT-DATE TO WS-COUNT-DATE-NUM
               COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-COUNT-DATE-NUM)
               MOVE WS-DAYS-SINCE TO WS-L-DAYS-SINCE
               IF WS-DAYS-SINCE > WS-CYCLE-DAYS
                   MOVE 'OVERDUE' TO WS-L-OVERDUE
               END-IF
           END-IF
           IF WS-L-OVERDUE NOT = SPACES
               ADD 1 TO WS-OVERDUE-TASKS
           END-IF
           MOVE WS-LIST-LINE TO CYCPL-RPT-LINE
           WRITE CYCPL-RPT-LINE.

      *---------------------------------------------------------------*
       5400-FINISH-LOCATION.
           MOVE SPACES TO CYCPL-RPT-LINE
           STRING '    COUNTS ISSUED FOR LOCATION '
                                              DELIMITED BY SIZE
                   WS-CURR-LOCATION-CODE      DELIMITED BY SIZE
                   ' - '                      DELIMITED BY SIZE
                   WS-LOC-TASKS               DELIMITED BY SIZE
               INTO CYCPL-RPT-LINE
           WRITE CYCPL-RPT-LINE
           MOVE SPACES TO CYCPL-RPT-LINE
           WRITE CYCPL-RPT-LINE.

      *---------------------------------------------------------------*
       6000-WRITE-SUMMARY.
           MOVE SPACES TO CYCPL-RPT-LINE
           STRING 'ABC CLASSIFICATION - A TO '  DELIMITED BY SIZE
                   WS-CLASS-A-CUTOFF-PCT       DELIMITED BY SIZE
                   ' PCT, B TO '               DELIMITED BY SIZE
                   WS-CLASS-B-CUTOFF-PCT       DELIMITED BY SIZE
                   ' PCT OF WEIGHTED VALUE - CYCLES A/B/C '
                                               DELIMITED BY SIZE
                   WS-CLASS-A-CYCLE-DAYS       DELIMITED BY SIZE
                   '/'                         DELIMITED BY SIZE
                   WS-CLASS-B-CYCLE-DAYS       DELIMITED BY SIZE
                   '/'                         DELIMITED BY SIZE
                   WS-CLASS-C-CYCLE-DAYS       DELIMITED BY SIZE
                   ' DAYS'                     DELIMITED BY SIZE
               INTO CYCPL-RPT-LINE
           WRITE CYCPL-RPT-LINE
           PERFORM 6100-WRITE-CLASS-SUMMARY
               VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > 3
           MOVE SPACES TO CYCPL-RPT-LINE
           WRITE CYCPL-RPT-LINE
           MOVE SPACES TO CYCPL-RPT-LINE
           STRING 'BOOK RECORDS READ - '       DELIMITED BY SIZE
                   WS-BOOK-RECORDS-READ        DELIMITED BY SIZE
                   ', CLASS CHANGES - '        DELIMITED BY SIZE
                   WS-CLASS-CHANGES            DELIMITED BY SIZE
                   ', LOCATIONS - '            DELIMITED BY SIZE
                   WS-LOC-COUNT                DELIMITED BY SIZE
               INTO CYCPL-RPT-LINE
           WRITE CYCPL-RPT-LINE
           MOVE SPACES TO CYCPL-RPT-LINE
           STRING 'COUNTS ISSUED - '           DELIMITED BY SIZE
                   WS-COUNT-TASKS-ISSUED       DELIMITED BY SIZE
                   ', OVERDUE OR NEVER COUNTED - '
                                               DELIMITED BY SIZE
                   WS-OVERDUE-TASKS            DELIMITED BY SIZE
               INTO CYCPL-RPT-LINE
           WRITE CYCPL-RPT-LINE.

      *---------------------------------------------------------------*
       6100-WRITE-CLASS-SUMMARY.
           SET WS-CLS-SUB TO WS-CLS-IDX
           MOVE WS-CLASS-LETTERS(WS-CLS-SUB:1) TO WS-S-ABC-CLASS
           MOVE WS-CLS-ITEMS(WS-CLS-IDX)       TO WS-S-ITEMS
           MOVE WS-CLS-RANK-VALUE(WS-CLS-IDX)  TO WS-S-RANK-VALUE
           MOVE WS-CLS-TASKS(WS-CLS-IDX)       TO WS-S-TASKS
           MOVE WS-SUMMARY-LINE TO CYCPL-RPT-LINE
           WRITE CYCPL-RPT-LINE.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE SSCPINV-FILE
           CLOSE SSCCYCPL-RPT.
