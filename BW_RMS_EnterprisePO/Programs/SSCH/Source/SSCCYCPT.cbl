      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCCYCPT                                       *
      *                                                                *
      *   RWH CYCLE-COUNT POSTING AND COUNT-ACCURACY REPORT.  READS   *
      *   THE COUNT RESULTS (SSCCCNT) KEYED FROM THE SSCCYCPL DAILY   *
      *   COUNT LISTS AND POSTS EACH ONE TO THE SSCPINV BOOK -        *
      *                                                                *
      *     THE BOOK IS SET TO THE COUNTED UNITS AND THE DIFFERENCE   *
      *           IS ACCUMULATED ONTO SSCPACT AS AN 'ADJ' MOVEMENT    *
      *           IN THE FISCAL PERIOD OF THE COUNT DATE, PRICED AT   *
      *           THE '116' UNIT COST, SO THE SSCPCLOS ROLL-FORWARD   *
      *           STILL TIES.                                         *
      *     EVERY COUNT - AGREEING OR NOT - IS AUDITED TO SSCCAUD     *
      *           WITH COUNTER, BOOK BEFORE, COUNT AND VARIANCE.      *
      *     THE ITEM/LOCATION IS STAMPED COUNTED SO SSCCYCPL MOVES    *
      *           IT TO THE BACK OF ITS CLASS'S COUNT CYCLE.          *
      *                                                                *
      *   THE COUNTER MUST HOLD AN SSCOPAU GRANT FOR ACTION 'P'.  A   *
      *   COUNT WHOSE VARIANCE IS WORTH MORE THAN THE DUAL-CONTROL    *
      *   AMOUNT IS HELD UNTIL A SECOND USER WITH APPROVER AUTHORITY  *
      *   KEYS THE SAME COUNT (SEE SSCAUTCK).  A COUNT DATED IN A     *
      *   FISCAL PERIOD SSCPCLOS HAS CLOSED IS REPORTED, NOT POSTED.  *
      *   SO IS A COUNT DATED THE SAME DAY AS THE LAST COUNT ALREADY  *
      *   POSTED TO THE ITEM/LOCATION - A RERUN OVER THE SAME COUNTS  *
      *   WRITES NO SECOND AUDIT.                                     *
      *                                                                *
      *   THE RUN ENDS WITH A COUNT-ACCURACY REPORT BY LOCATION AND   *
      *   ABC CLASS OVER THE SSCCAUD HISTORY OF THE ACCURACY WINDOW.  *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-10-04  P.SANTANA   ORIGINAL.
      * 2026-10-15  P.SANTANA   CLASS AND LOCATION COUNT TOTALS WIDENED
      *                         TO 9(09) TO LINE UP WITH THE GROUP MOVE
      *                         INTO WS-ACCURACY-WORK.
      * 2026-10-15  P.SANTANA   A COUNT DATED THE SAME DAY AS THE BOOK'S
      *                         LAST COUNT IS REJECTED AS ALREADY
      *                         POSTED, SO A RERUN WRITES NO SECOND
      *                         SSCCAUD AUDIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCCYCPT.
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
           SELECT SSCCCNT-FILE       ASSIGN TO CYCCNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCNT-STATUS.

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

           SELECT SSCCAUD-FILE       ASSIGN TO CYCAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAUD-STATUS.

           SELECT SSCCAC-SORT-FILE   ASSIGN TO CACSORT.

           SELECT SSCCYCPT-RPT       ASSIGN TO CYCPTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCPTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSCCCNT-FILE
           RECORDING MODE IS F.
           COPY SSCCCNT.

       FD  SSCPINV-FILE.
           COPY SSCPINV.

       FD  SSCFCAL-FILE.
           COPY SSCFCAL.

       FD  SSCPACT-FILE.
           COPY SSCPACT.

       FD  SSCCAUD-FILE
           RECORDING MODE IS F.
           COPY SSCCAUD.

       SD  SSCCAC-SORT-FILE.
       01  CAC-SORT-RECORD.
           05  SORT-LOCATION-CODE        PIC X(02).
           05  SORT-ABC-CLASS            PIC X(01).
           05  SORT-RESULT-CODE          PIC X(01).
           05  SORT-VARIANCE-UNITS       PIC S9(09).
           05  SORT-VARIANCE-AMOUNT      PIC S9(11)V99.

       FD  SSCCYCPT-RPT.
       01  CYCPT-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CCNT-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-PINV-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-PINV-OK                          VALUE '00'.
           05  WS-FCAL-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-PACT-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-CAUD-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-CAUD-NOT-FOUND                   VALUE '35'.
           05  WS-CYCPTRPT-STATUS        PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CCNT-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-CCNT-AT-EOF                     VALUE 'Y'.
           05  WS-CAUD-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-CAUD-AT-EOF                     VALUE 'Y'.
           05  WS-SORT-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-SORT-AT-EOF                     VALUE 'Y'.
           05  WS-FCAL-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-FCAL-AT-EOF                     VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       77  WS-RUN-TIME-FULL             PIC 9(08)  VALUE ZERO.
       77  WS-RUN-DATE-NUM              PIC 9(08)  VALUE ZERO.
       77  WS-POST-DATE-NUM             PIC 9(08)  VALUE ZERO.
       77  WS-DAYS-AGO                  PIC S9(07) VALUE ZERO.

       77  WS-COUNTS-READ               PIC 9(07)  VALUE ZERO.
       77  WS-COUNTS-POSTED             PIC 9(07)  VALUE ZERO.
       77  WS-COUNTS-ACCURATE           PIC 9(07)  VALUE ZERO.
       77  WS-COUNTS-REJECTED           PIC 9(07)  VALUE ZERO.
       77  WS-COUNTS-HELD               PIC 9(07)  VALUE ZERO.
       77  WS-CLOSED-PERIOD-REJECTS     PIC 9(07)  VALUE ZERO.
       77  WS-OUTSIDE-CALENDAR          PIC 9(07)  VALUE ZERO.
       77  WS-ALREADY-POSTED            PIC 9(07)  VALUE ZERO.
       77  WS-NET-VARIANCE-UNITS        PIC S9(11) VALUE ZERO.
       77  WS-NET-VARIANCE-AMOUNT       PIC S9(11)V99 VALUE ZERO.

       77  WS-COUNTED-UNITS-NUM         PIC 9(09)  VALUE ZERO.
       77  WS-VARIANCE-UNITS            PIC S9(09) VALUE ZERO.
       77  WS-VARIANCE-AMOUNT           PIC S9(11)V99 VALUE ZERO.
       77  WS-ABS-VARIANCE-UNITS        PIC 9(09)  VALUE ZERO.
       77  WS-ABS-VARIANCE-AMOUNT       PIC 9(11)V99 VALUE ZERO.
       77  WS-TOLERANCE-UNITS           PIC 9(09)V9 VALUE ZERO.
       77  WS-UNIT-COST                 PIC 9(07)V99 VALUE ZERO.
       77  WS-BOOK-DISPLAY              PIC -9(09) VALUE ZERO.
       77  WS-REJECT-REASON             PIC X(44)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    DUAL-CONTROL AMOUNT - A COUNT WHOSE VARIANCE IS WORTH MORE *
      *    THAN THIS (EITHER WAY) NEEDS A SECOND APPROVER.  CHANGE    *
      *    HERE TO RETUNE.                                            *
      *---------------------------------------------------------------*
       77  WS-DUAL-CONTROL-AMOUNT       PIC 9(07)V99 VALUE 1000.00.

      *---------------------------------------------------------------*
      *    ACCURACY TOLERANCE - A COUNT WITHIN THIS PERCENT OF THE    *
      *    BOOK IS AN ACCURATE COUNT.  ACCURACY WINDOW - DAYS OF      *
      *    SSCCAUD HISTORY, BACK FROM THE RUN DATE, THE ACCURACY      *
      *    REPORT COVERS (ONE FULL C-CLASS CYCLE).  CHANGE HERE TO    *
      *    RETUNE.                                                    *
      *---------------------------------------------------------------*
       77  WS-ACCURACY-TOLERANCE-PCT    PIC 9(02)V9 VALUE 2.0.
       77  WS-ACCURACY-WINDOW-DAYS      PIC 9(03)  VALUE 90.

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
      *    ACCURACY REPORT CONTROL BREAKS - CLASS WITHIN LOCATION     *
      *---------------------------------------------------------------*
       01  WS-CURR-LOCATION-CODE        PIC X(02)  VALUE SPACES.
       01  WS-CURR-ABC-CLASS            PIC X(01)  VALUE SPACES.

       01  WS-CLASS-TOTALS.
           05  WS-CLS-COUNTS            PIC 9(09)  VALUE ZERO.
           05  WS-CLS-ACCURATE          PIC 9(09)  VALUE ZERO.
           05  WS-CLS-UNITS-OVER        PIC 9(11)  VALUE ZERO.
           05  WS-CLS-UNITS-SHORT       PIC 9(11)  VALUE ZERO.
           05  WS-CLS-NET-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05  WS-CLS-GROSS-AMOUNT      PIC 9(11)V99 VALUE ZERO.

       01  WS-LOCATION-TOTALS.
           05  WS-LOC-COUNTS            PIC 9(09)  VALUE ZERO.
           05  WS-LOC-ACCURATE          PIC 9(09)  VALUE ZERO.
           05  WS-LOC-UNITS-OVER        PIC 9(11)  VALUE ZERO.
           05  WS-LOC-UNITS-SHORT       PIC 9(11)  VALUE ZERO.
           05  WS-LOC-NET-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05  WS-LOC-GROSS-AMOUNT      PIC 9(11)V99 VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GRD-COUNTS            PIC 9(09)  VALUE ZERO.
           05  WS-GRD-ACCURATE          PIC 9(09)  VALUE ZERO.
           05  WS-GRD-UNITS-OVER        PIC 9(11)  VALUE ZERO.
           05  WS-GRD-UNITS-SHORT       PIC 9(11)  VALUE ZERO.
           05  WS-GRD-NET-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05  WS-GRD-GROSS-AMOUNT      PIC 9(11)V99 VALUE ZERO.

       77  WS-AUDIT-RECORDS-READ        PIC 9(09)  VALUE ZERO.
       77  WS-AUDIT-IN-WINDOW           PIC 9(09)  VALUE ZERO.
       77  WS-ACCURACY-PCT              PIC 9(03)V9 VALUE ZERO.

       01  WS-ACCURACY-WORK.
           05  WS-W-COUNTS              PIC 9(09)  VALUE ZERO.
           05  WS-W-ACCURATE            PIC 9(09)  VALUE ZERO.
           05  WS-W-UNITS-OVER          PIC 9(11)  VALUE ZERO.
           05  WS-W-UNITS-SHORT         PIC 9(11)  VALUE ZERO.
           05  WS-W-NET-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  WS-W-GROSS-AMOUNT        PIC 9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *    REPORT LINE LAYOUTS                                         *
      *---------------------------------------------------------------*
       01  WS-POSTED-LINE.
           05  WS-P-ITEM-NBR             PIC X(19).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-P-LOCATION-CODE        PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-P-ABC-CLASS            PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-P-BOOK-UNITS           PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-P-COUNTED-UNITS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-P-VARIANCE-UNITS       PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-P-VARIANCE-AMOUNT      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-P-USER-ID              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-P-RESULT               PIC X(10).

       01  WS-POSTED-HEADING.
           05  FILLER                    PIC X(21) VALUE 'ITEM'.
           05  FILLER                    PIC X(04) VALUE 'LOC'.
           05  FILLER                    PIC X(03) VALUE 'CL'.
           05  FILLER                    PIC X(14) VALUE
                   '    BOOK UNITS'.
           05  FILLER                    PIC X(13) VALUE
                   '      COUNTED'.
           05  FILLER                    PIC X(14) VALUE
                   '      VARIANCE'.
           05  FILLER                    PIC X(16) VALUE
                   '  VARIANCE $'.
           05  FILLER                    PIC X(10) VALUE 'COUNTER'.
           05  FILLER                    PIC X(10) VALUE 'RESULT'.

       01  WS-ACCURACY-HEADING.
           05  FILLER                    PIC X(06) VALUE 'LOC'.
           05  FILLER                    PIC X(07) VALUE 'CLASS'.
           05  FILLER                    PIC X(09) VALUE '   COUNTS'.
           05  FILLER                    PIC X(10) VALUE '  ACCURATE'.
           05  FILLER                    PIC X(08) VALUE '   PCT'.
           05  FILLER                    PIC X(14) VALUE
                   '    UNITS OVER'.
           05  FILLER                    PIC X(14) VALUE
                   '   UNITS SHORT'.
           05  FILLER                    PIC X(18) VALUE
                   '      NET VARIANCE'.
           05  FILLER                    PIC X(18) VALUE
                   '    GROSS VARIANCE'.

       01  WS-ACCURACY-LINE.
           05  WS-A-LOCATION-CODE        PIC X(02).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-A-CLASS                PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-A-COUNTS               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-A-ACCURATE             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-A-ACCURACY-PCT         PIC ZZ9.9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-A-UNITS-OVER           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-A-UNITS-SHORT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-A-NET-AMOUNT           PIC -ZZ,ZZZ,ZZZ.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-A-GROSS-AMOUNT         PIC ZZZ,ZZZ,ZZZ.99.

      *---------------------------------------------------------------*
      *    OPERATOR AUTHORIZATION (CALLS SSCAUTCK)                    *
      *---------------------------------------------------------------*
       01  WS-AUTH-LINKAGE.
           05  WS-AUTH-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-AUTH-PROGRAM-ID       PIC X(08)  VALUE 'SSCCYCPT'.
           05  WS-AUTH-ACTION-CODE      PIC X(01)  VALUE 'P'.
           05  WS-AUTH-USER-ID          PIC X(08)  VALUE SPACES.
           05  WS-AUTH-REQUEST-KEY      PIC X(40)  VALUE SPACES.
           05  WS-AUTH-REQUEST-DATA     PIC X(40)  VALUE SPACES.
           05  WS-AUTH-OTHER-USER-ID    PIC X(08)  VALUE SPACES.
           05  WS-AUTH-RESULT-CODE      PIC X(01)  VALUE SPACES.
               88  WS-AUTH-GRANTED                    VALUE 'Y'.
               88  WS-AUTH-REFUSED                    VALUE 'N'.
               88  WS-DUAL-APPROVED                   VALUE 'A'.
               88  WS-DUAL-SAME-USER                  VALUE 'S'.
               88  WS-DUAL-NOT-APPROVER               VALUE 'N'.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCCYCPT'.
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
           PERFORM 2000-POST-COUNTS
               THRU 2000-POST-COUNTS-EXIT
           PERFORM 3000-WRITE-POSTING-TOTALS
           PERFORM 4000-REOPEN-AUDIT-HISTORY
           SORT SSCCAC-SORT-FILE
               ON ASCENDING KEY SORT-LOCATION-CODE
                                 SORT-ABC-CLASS
               INPUT PROCEDURE IS 5000-SELECT-AUDIT-HISTORY
                   THRU 5000-SELECT-AUDIT-HISTORY-EXIT
               OUTPUT PROCEDURE IS 6000-REPORT-ACCURACY
                   THRU 6000-REPORT-ACCURACY-EXIT
           PERFORM 7000-WRITE-ACCURACY-TOTALS
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
               DISPLAY 'SSCCYCPT - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-COUNTS-READ   TO WS-RCTL-RECORDS-IN
           MOVE WS-COUNTS-POSTED TO WS-RCTL-RECORDS-OUT
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
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           OPEN INPUT  SSCCCNT-FILE
           OPEN I-O    SSCPINV-FILE
           OPEN INPUT  SSCFCAL-FILE
           OPEN I-O    SSCPACT-FILE
           IF WS-PACT-STATUS = '35'
               OPEN OUTPUT SSCPACT-FILE
               CLOSE SSCPACT-FILE
               OPEN I-O SSCPACT-FILE
           END-IF
           OPEN EXTEND SSCCAUD-FILE
           IF WS-CAUD-NOT-FOUND
               OPEN OUTPUT SSCCAUD-FILE
           END-IF
           OPEN OUTPUT SSCCYCPT-RPT
           PERFORM 8000-LOAD-FISCAL-CALENDAR
               THRU 8000-LOAD-FISCAL-CALENDAR-EXIT
           MOVE SPACES TO CYCPT-RPT-LINE
           STRING 'SSCCYCPT - RWH CYCLE-COUNT POSTING - RUN '
                                              DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
               INTO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE
           MOVE SPACES TO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE
           MOVE WS-POSTED-HEADING TO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE.

      *---------------------------------------------------------------*
       2000-POST-COUNTS.
           PERFORM 2100-READ-COUNT
           PERFORM UNTIL WS-CCNT-AT-EOF
               ADD 1 TO WS-COUNTS-READ
               PERFORM 2200-POST-ONE-COUNT
                   THRU 2200-POST-ONE-COUNT-EXIT
               PERFORM 2100-READ-COUNT
           END-PERFORM.
       2000-POST-COUNTS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-COUNT.
           READ SSCCCNT-FILE
               AT END
                   MOVE 'Y' TO WS-CCNT-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
      *    EDIT, AUTHORIZE AND POST ONE COUNT.  THE VARIANCE IS THE   *
      *    COUNT LESS THE BOOK AS IT STANDS AT POSTING, SO THE COUNT  *
      *    SHOULD BE KEYED BEFORE THE NEXT NIGHT'S ACTIVITY POSTS.    *
      *---------------------------------------------------------------*
       2200-POST-ONE-COUNT.
           IF SSCCCNT-USER-ID = SPACES
               MOVE 'NO USER ID ON COUNT' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-COUNT
               GO TO 2200-POST-ONE-COUNT-EXIT
           END-IF
           IF SSCCCNT-COUNTED-UNITS NOT NUMERIC
               MOVE 'COUNTED UNITS NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-COUNT
               GO TO 2200-POST-ONE-COUNT-EXIT
           END-IF
           IF SSCCCNT-COUNT-DATE NOT = SPACES
               AND SSCCCNT-COUNT-DATE NOT NUMERIC
               MOVE 'COUNT DATE NOT A DATE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-COUNT
               GO TO 2200-POST-ONE-COUNT-EXIT
           END-IF
           IF SSCCCNT-COUNT-DATE = SPACES
               MOVE WS-RUN-DATE TO SSCCCNT-COUNT-DATE
           END-IF
           MOVE 'A'                  TO WS-AUTH-FUNCTION-SW
           MOVE SSCCCNT-USER-ID      TO WS-AUTH-USER-ID
           CALL 'SSCAUTCK' USING WS-AUTH-FUNCTION-SW
                                 WS-AUTH-PROGRAM-ID
                                 WS-AUTH-ACTION-CODE
                                 WS-AUTH-USER-ID
                                 WS-AUTH-REQUEST-KEY
                                 WS-AUTH-REQUEST-DATA
                                 WS-AUTH-OTHER-USER-ID
                                 WS-AUTH-RESULT-CODE
           END-CALL
           IF WS-AUTH-REFUSED
               MOVE 'USER NOT AUTHORIZED TO POST COUNTS'
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-COUNT
               GO TO 2200-POST-ONE-COUNT-EXIT
           END-IF
           MOVE SSCCCNT-COUNT-DATE TO WS-FCAL-DATE
           PERFORM 8200-FIND-FISCAL-PERIOD
           IF WS-FCAL-PERIOD-CLOSED
               ADD 1 TO WS-CLOSED-PERIOD-REJECTS
               MOVE 'COUNT DATED IN A CLOSED FISCAL PERIOD'
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-COUNT
               GO TO 2200-POST-ONE-COUNT-EXIT
           END-IF
           MOVE SSCCCNT-ITEM-NBR      TO SSCPINV-ITEM-NBR
           MOVE SSCCCNT-LOCATION-CODE TO SSCPINV-LOCATION-CODE
           READ SSCPINV-FILE
               INVALID KEY
                   MOVE 'ITEM/LOCATION NOT ON THE SSCPINV BOOK'
                       TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-COUNT
                   GO TO 2200-POST-ONE-COUNT-EXIT
           END-READ
           IF SSCPINV-LAST-COUNT-DATE = SSCCCNT-COUNT-DATE
               ADD 1 TO WS-ALREADY-POSTED
               MOVE 'ALREADY POSTED' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-COUNT
               GO TO 2200-POST-ONE-COUNT-EXIT
           END-IF
           PERFORM 2300-COMPUTE-VARIANCE
           MOVE SPACES TO WS-AUTH-OTHER-USER-ID
           IF WS-ABS-VARIANCE-AMOUNT > WS-DUAL-CONTROL-AMOUNT
               PERFORM 2270-DUAL-CONTROL-CHECK
               IF NOT WS-DUAL-APPROVED
                   GO TO 2200-POST-ONE-COUNT-EXIT
               END-IF
           END-IF
           PERFORM 2400-APPLY-COUNT-TO-BOOK.
       2200-POST-ONE-COUNT-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    DUAL CONTROL - THE ITEM/LOCATION, COUNT AND BOOK MUST      *
      *    MATCH THE PENDING REQUEST EXACTLY FOR A SECOND USER TO     *
      *    APPROVE IT, SO ACTIVITY POSTED IN BETWEEN FORCES A FRESH   *
      *    REQUEST.  ANYTHING SHORT OF APPROVAL IS HELD.              *
      *---------------------------------------------------------------*
       2270-DUAL-CONTROL-CHECK.
           MOVE 'D'                   TO WS-AUTH-FUNCTION-SW
           MOVE SPACES                TO WS-AUTH-REQUEST-KEY
           MOVE SSCCCNT-ITEM-NBR      TO WS-AUTH-REQUEST-KEY(1:19)
           MOVE SSCCCNT-LOCATION-CODE TO WS-AUTH-REQUEST-KEY(20:2)
           MOVE SPACES                TO WS-AUTH-REQUEST-DATA
           MOVE SSCCCNT-COUNTED-UNITS TO WS-AUTH-REQUEST-DATA(1:9)
           MOVE SSCPINV-BOOK-UNITS    TO WS-BOOK-DISPLAY
           MOVE WS-BOOK-DISPLAY       TO WS-AUTH-REQUEST-DATA(10:10)
           CALL 'SSCAUTCK' USING WS-AUTH-FUNCTION-SW
                                 WS-AUTH-PROGRAM-ID
                                 WS-AUTH-ACTION-CODE
                                 WS-AUTH-USER-ID
                                 WS-AUTH-REQUEST-KEY
                                 WS-AUTH-REQUEST-DATA
                                 WS-AUTH-OTHER-USER-ID
                                 WS-AUTH-RESULT-CODE
           END-CALL
           IF NOT WS-DUAL-APPROVED
               EVALUATE TRUE
                   WHEN WS-DUAL-SAME-USER
                       MOVE 'APPROVER MUST BE A SECOND USER'
                           TO WS-REJECT-REASON
                   WHEN WS-DUAL-NOT-APPROVER
                       MOVE 'USER IS NOT AN APPROVER'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE 'AWAITING SECOND APPROVER'
                           TO WS-REJECT-REASON
               END-EVALUATE
               PERFORM 2280-HOLD-COUNT
           END-IF.

      *---------------------------------------------------------------*
       2280-HOLD-COUNT.
           ADD 1 TO WS-COUNTS-HELD
           MOVE SPACES TO CYCPT-RPT-LINE
           STRING '*** HELD - ITEM '        DELIMITED BY SIZE
                   SSCCCNT-ITEM-NBR         DELIMITED BY SIZE
                   ' LOC '                  DELIMITED BY SIZE
                   SSCCCNT-LOCATION-CODE    DELIMITED BY SIZE
                   ' COUNT '                DELIMITED BY SIZE
                   SSCCCNT-COUNTED-UNITS    DELIMITED BY SIZE
                   ' BOOK '                 DELIMITED BY SIZE
                   WS-BOOK-DISPLAY          DELIMITED BY SIZE
                   ' - '                    DELIMITED BY SIZE
                   WS-REJECT-REASON         DELIMITED BY SIZE
               INTO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE.

      *---------------------------------------------------------------*
      *    VARIANCE IS COUNT LESS BOOK, PRICED AT THE BOOK'S '116'    *
      *    UNIT COST.  THE COUNT IS ACCURATE WHEN THE VARIANCE IS     *
      *    WITHIN THE TOLERANCE PERCENT OF THE BOOK.                  *
      *---------------------------------------------------------------*
       2300-COMPUTE-VARIANCE.
           MOVE SSCCCNT-COUNTED-UNITS TO WS-COUNTED-UNITS-NUM
           COMPUTE WS-VARIANCE-UNITS =
               WS-COUNTED-UNITS-NUM - SSCPINV-BOOK-UNITS
           IF SSCPINV-UNIT-COST NUMERIC
               MOVE SSCPINV-UNIT-COST TO WS-UNIT-COST
           ELSE
               MOVE ZERO TO WS-UNIT-COST
           END-IF
           COMPUTE WS-VARIANCE-AMOUNT ROUNDED =
               WS-VARIANCE-UNITS * WS-UNIT-COST
           IF WS-VARIANCE-UNITS < ZERO
               COMPUTE WS-ABS-VARIANCE-UNITS = ZERO - WS-VARIANCE-UNITS
           ELSE
               MOVE WS-VARIANCE-UNITS TO WS-ABS-VARIANCE-UNITS
           END-IF
           IF WS-VARIANCE-AMOUNT < ZERO
               COMPUTE WS-ABS-VARIANCE-AMOUNT =
                   ZERO - WS-VARIANCE-AMOUNT
           ELSE
               MOVE WS-VARIANCE-AMOUNT TO WS-ABS-VARIANCE-AMOUNT
           END-IF
           IF SSCPINV-BOOK-UNITS < ZERO
               COMPUTE WS-TOLERANCE-UNITS =
                   (ZERO - SSCPINV-BOOK-UNITS)
                       * WS-ACCURACY-TOLERANCE-PCT / 100
           ELSE
               COMPUTE WS-TOLERANCE-UNITS =
                   SSCPINV-BOOK-UNITS * WS-ACCURACY-TOLERANCE-PCT / 100
           END-IF.

      *---------------------------------------------------------------*
      *    SET THE BOOK TO THE COUNT, STAMP THE COUNT DATE, PUT THE   *
      *    MOVEMENT ON SSCPACT AND AUDIT IT.                          *
      *---------------------------------------------------------------*
       2400-APPLY-COUNT-TO-BOOK.
           MOVE SPACES TO SSCCAUD-RECORD
           MOVE WS-RUN-DATE             TO SSCCAUD-POST-DATE
           MOVE WS-RUN-TIME-FULL(1:6)   TO SSCCAUD-POST-TIME
           MOVE SSCCCNT-COUNT-DATE      TO SSCCAUD-COUNT-DATE
      *    ON A DUAL-CONTROL APPROVAL THE KEYING USER IS THE APPROVER
      *    AND SSCAUTCK HANDS BACK THE USER WHO KEYED THE COUNT FIRST
           IF WS-AUTH-OTHER-USER-ID = SPACES
               MOVE SSCCCNT-USER-ID       TO SSCCAUD-USER-ID
           ELSE
               MOVE WS-AUTH-OTHER-USER-ID TO SSCCAUD-USER-ID
               MOVE SSCCCNT-USER-ID       TO SSCCAUD-APPROVER-ID
           END-IF
           MOVE SSCPINV-ITEM-NBR        TO SSCCAUD-ITEM-NBR
           MOVE SSCPINV-LOCATION-CODE   TO SSCCAUD-LOCATION-CODE
           MOVE SSCPINV-ABC-CLASS       TO SSCCAUD-ABC-CLASS
           MOVE SSCPINV-BOOK-UNITS      TO SSCCAUD-BOOK-UNITS
           MOVE WS-COUNTED-UNITS-NUM    TO SSCCAUD-COUNTED-UNITS
           MOVE WS-VARIANCE-UNITS       TO SSCCAUD-VARIANCE-UNITS
           MOVE WS-UNIT-COST            TO SSCCAUD-UNIT-COST
           MOVE WS-VARIANCE-AMOUNT      TO SSCCAUD-VARIANCE-AMOUNT
           IF WS-ABS-VARIANCE-UNITS NOT > WS-TOLERANCE-UNITS
               MOVE 'A' TO SSCCAUD-RESULT-CODE
               ADD 1 TO WS-COUNTS-ACCURATE
           ELSE
               MOVE 'V' TO SSCCAUD-RESULT-CODE
           END-IF
           MOVE WS-COUNTED-UNITS-NUM    TO SSCPINV-BOOK-UNITS
           MOVE SSCCCNT-COUNT-DATE      TO SSCPINV-LAST-COUNT-DATE
           MOVE WS-RUN-DATE             TO SSCPINV-LAST-ACTIVITY-DATE
           REWRITE SSCPINV-RECORD
           IF WS-VARIANCE-UNITS NOT = ZERO
               MOVE SSCPINV-LOCATION-CODE TO WS-PACT-LOCATION-CODE
               MOVE 'ADJ'                 TO WS-PACT-ACTIVITY-CD
               MOVE WS-VARIANCE-UNITS     TO WS-PACT-UNITS
               MOVE WS-VARIANCE-AMOUNT    TO WS-PACT-AMOUNT
               PERFORM 8300-POST-PERIOD-ACTIVITY
                   THRU 8300-POST-PERIOD-ACTIVITY-EXIT
           END-IF
           WRITE SSCCAUD-RECORD
           ADD 1 TO WS-COUNTS-POSTED
           ADD WS-VARIANCE-UNITS  TO WS-NET-VARIANCE-UNITS
           ADD WS-VARIANCE-AMOUNT TO WS-NET-VARIANCE-AMOUNT
           PERFORM 2450-WRITE-POSTED-LINE.

      *---------------------------------------------------------------*
       2450-WRITE-POSTED-LINE.
           MOVE SPACES TO WS-POSTED-LINE
           MOVE SSCCAUD-ITEM-NBR        TO WS-P-ITEM-NBR
           MOVE SSCCAUD-LOCATION-CODE   TO WS-P-LOCATION-CODE
           MOVE SSCCAUD-ABC-CLASS       TO WS-P-ABC-CLASS
           MOVE SSCCAUD-BOOK-UNITS      TO WS-P-BOOK-UNITS
           MOVE SSCCAUD-COUNTED-UNITS   TO WS-P-COUNTED-UNITS
           MOVE SSCCAUD-VARIANCE-UNITS  TO WS-P-VARIANCE-UNITS
           MOVE SSCCAUD-VARIANCE-AMOUNT TO WS-P-VARIANCE-AMOUNT
           MOVE SSCCAUD-USER-ID         TO WS-P-USER-ID
           IF SSCCAUD-COUNT-ACCURATE
               MOVE 'ACCURATE'   TO WS-P-RESULT
           ELSE
               MOVE '*** ADJUST' TO WS-P-RESULT
           END-IF
           MOVE WS-POSTED-LINE TO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE
           IF SSCCAUD-APPROVER-ID NOT = SPACES
               MOVE SPACES TO CYCPT-RPT-LINE
               STRING '    APPROVED BY '       DELIMITED BY SIZE
                       SSCCCNT-USER-ID         DELIMITED BY SIZE
                       ' - COUNTED BY '        DELIMITED BY SIZE
                       WS-AUTH-OTHER-USER-ID   DELIMITED BY SIZE
                   INTO CYCPT-RPT-LINE
               WRITE CYCPT-RPT-LINE
           END-IF.

      *---------------------------------------------------------------*
       2900-REJECT-COUNT.
           ADD 1 TO WS-COUNTS-REJECTED
           MOVE SPACES TO CYCPT-RPT-LINE
           STRING '*** REJECTED - ITEM '    DELIMITED BY SIZE
                   SSCCCNT-ITEM-NBR         DELIMITED BY SIZE
                   ' LOC '                  DELIMITED BY SIZE
                   SSCCCNT-LOCATION-CODE    DELIMITED BY SIZE
                   ' - '                    DELIMITED BY SIZE
                   WS-REJECT-REASON         DELIMITED BY SIZE
               INTO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE.

      *---------------------------------------------------------------*
       3000-WRITE-POSTING-TOTALS.
           MOVE SPACES TO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE
           MOVE SPACES TO CYCPT-RPT-LINE
           STRING 'COUNTS READ - '          DELIMITED BY SIZE
                   WS-COUNTS-READ           DELIMITED BY SIZE
                   ', POSTED - '            DELIMITED BY SIZE
                   WS-COUNTS-POSTED         DELIMITED BY SIZE
                   ', ACCURATE - '          DELIMITED BY SIZE
                   WS-COUNTS-ACCURATE       DELIMITED BY SIZE
                   ', REJECTED - '          DELIMITED BY SIZE
                   WS-COUNTS-REJECTED       DELIMITED BY SIZE
                   ', HELD FOR APPROVAL - ' DELIMITED BY SIZE
                   WS-COUNTS-HELD           DELIMITED BY SIZE
               INTO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE
           MOVE SPACES TO CYCPT-RPT-LINE
           MOVE WS-NET-VARIANCE-AMOUNT TO WS-A-NET-AMOUNT
           STRING 'NET VARIANCE POSTED - UNITS ' DELIMITED BY SIZE
                   WS-NET-VARIANCE-UNITS    DELIMITED BY SIZE
                   ', DOLLARS '             DELIMITED BY SIZE
                   WS-A-NET-AMOUNT          DELIMITED BY SIZE
               INTO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE
           MOVE SPACES TO CYCPT-RPT-LINE
           STRING 'REFUSED - CLOSED FISCAL PERIOD - '
                                            DELIMITED BY SIZE
                   WS-CLOSED-PERIOD-REJECTS DELIMITED BY SIZE
                   ', OUTSIDE FISCAL CALENDAR - '
                                            DELIMITED BY SIZE
                   WS-OUTSIDE-CALENDAR      DELIMITED BY SIZE
                   ', ALREADY POSTED - '    DELIMITED BY SIZE
                   WS-ALREADY-POSTED        DELIMITED BY SIZE
               INTO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE.

      *---------------------------------------------------------------*
      *    TONIGHT'S COUNTS ARE NOW ON SSCCAUD - CLOSE IT AND READ    *
      *    THE WHOLE HISTORY BACK FOR THE ACCURACY REPORT.            *
      *---------------------------------------------------------------*
       4000-REOPEN-AUDIT-HISTORY.
           CLOSE SSCCAUD-FILE
           OPEN INPUT SSCCAUD-FILE
           MOVE SPACES TO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE
           MOVE SPACES TO CYCPT-RPT-LINE
           STRING 'COUNT ACCURACY BY LOCATION AND ABC CLASS - LAST '
                                            DELIMITED BY SIZE
                   WS-ACCURACY-WINDOW-DAYS  DELIMITED BY SIZE
                   ' DAYS, TOLERANCE '      DELIMITED BY SIZE
                   WS-ACCURACY-TOLERANCE-PCT DELIMITED BY SIZE
                   ' PCT (ONE DECIMAL)'     DELIMITED BY SIZE
               INTO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE
           MOVE SPACES TO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE
           MOVE WS-ACCURACY-HEADING TO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE.

      *---------------------------------------------------------------*
      *    SORT INPUT - EVERY AUDITED COUNT POSTED INSIDE THE WINDOW. *
      *---------------------------------------------------------------*
       5000-SELECT-AUDIT-HISTORY.
           PERFORM 5100-READ-AUDIT
           PERFORM UNTIL WS-CAUD-AT-EOF
               ADD 1 TO WS-AUDIT-RECORDS-READ
               PERFORM 5200-RELEASE-AUDIT
                   THRU 5200-RELEASE-AUDIT-EXIT
               PERFORM 5100-READ-AUDIT
           END-PERFORM.
       5000-SELECT-AUDIT-HISTORY-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       5100-READ-AUDIT.
           READ SSCCAUD-FILE
               AT END
                   MOVE 'Y' TO WS-CAUD-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       5200-RELEASE-AUDIT.
           IF SSCCAUD-POST-DATE NOT NUMERIC
               GO TO 5200-RELEASE-AUDIT-EXIT
           END-IF
           MOVE SSCCAUD-POST-DATE TO WS-POST-DATE-NUM
           COMPUTE WS-DAYS-AGO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
             - FUNCTION INTEGER-OF-DATE(WS-POST-DATE-NUM)
           IF WS-DAYS-AGO > WS-ACCURACY-WINDOW-DAYS
               GO TO 5200-RELEASE-AUDIT-EXIT
           END-IF
           ADD 1 TO WS-AUDIT-IN-WINDOW
           MOVE SPACES                  TO CAC-SORT-RECORD
           MOVE SSCCAUD-LOCATION-CODE   TO SORT-LOCATION-CODE
           MOVE SSCCAUD-ABC-CLASS       TO SORT-ABC-CLASS
           MOVE SSCCAUD-RESULT-CODE     TO SORT-RESULT-CODE
           MOVE SSCCAUD-VARIANCE-UNITS  TO SORT-VARIANCE-UNITS
           MOVE SSCCAUD-VARIANCE-AMOUNT TO SORT-VARIANCE-AMOUNT
           RELEASE CAC-SORT-RECORD.
       5200-RELEASE-AUDIT-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    SORT OUTPUT - A LINE PER CLASS WITHIN LOCATION AND A       *
      *    LOCATION TOTAL.  A COUNT POSTED BEFORE THE ITEM WAS FIRST  *
      *    CLASSIFIED SHOWS UNDER CLASS '-'.                          *
      *---------------------------------------------------------------*
       6000-REPORT-ACCURACY.
           PERFORM 6100-RETURN-SORTED-AUDIT
           IF NOT WS-SORT-AT-EOF
               PERFORM 6150-START-NEW-LOCATION
               PERFORM 6160-START-NEW-CLASS
           END-IF
           PERFORM UNTIL WS-SORT-AT-EOF
               IF SORT-LOCATION-CODE NOT = WS-CURR-LOCATION-CODE
                   PERFORM 6300-FINISH-CLASS
                   PERFORM 6400-FINISH-LOCATION
                   PERFORM 6150-START-NEW-LOCATION
                   PERFORM 6160-START-NEW-CLASS
               ELSE
                   IF SORT-ABC-CLASS NOT = WS-CURR-ABC-CLASS
                       PERFORM 6300-FINISH-CLASS
                       PERFORM 6160-START-NEW-CLASS
                   END-IF
               END-IF
               PERFORM 6200-ACCUMULATE-COUNT
               PERFORM 6100-RETURN-SORTED-AUDIT
           END-PERFORM
           IF WS-AUDIT-IN-WINDOW > ZERO
               PERFORM 6300-FINISH-CLASS
               PERFORM 6400-FINISH-LOCATION
           END-IF.
       6000-REPORT-ACCURACY-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       6100-RETURN-SORTED-AUDIT.
           RETURN SSCCAC-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

      *---------------------------------------------------------------*
       6150-START-NEW-LOCATION.
           MOVE SORT-LOCATION-CODE TO WS-CURR-LOCATION-CODE
           MOVE ZERO TO WS-LOC-COUNTS
           MOVE ZERO TO WS-LOC-ACCURATE
           MOVE ZERO TO WS-LOC-UNITS-OVER
           MOVE ZERO TO WS-LOC-UNITS-SHORT
           MOVE ZERO TO WS-LOC-NET-AMOUNT
           MOVE ZERO TO WS-LOC-GROSS-AMOUNT.

      *---------------------------------------------------------------*
       6160-START-NEW-CLASS.
           MOVE SORT-ABC-CLASS TO WS-CURR-ABC-CLASS
           MOVE ZERO TO WS-CLS-COUNTS
           MOVE ZERO TO WS-CLS-ACCURATE
           MOVE ZERO TO WS-CLS-UNITS-OVER
           MOVE ZERO TO WS-CLS-UNITS-SHORT
           MOVE ZERO TO WS-CLS-NET-AMOUNT
           MOVE ZERO TO WS-CLS-GROSS-AMOUNT.

      *---------------------------------------------------------------*
       6200-ACCUMULATE-COUNT.
           ADD 1 TO WS-CLS-COUNTS
           IF SORT-RESULT-CODE = 'A'
               ADD 1 TO WS-CLS-ACCURATE
           END-IF
           IF SORT-VARIANCE-UNITS > ZERO
               ADD SORT-VARIANCE-UNITS TO WS-CLS-UNITS-OVER
           ELSE
               SUBTRACT SORT-VARIANCE-UNITS FROM WS-CLS-UNITS-SHORT
           END-IF
           ADD SORT-VARIANCE-AMOUNT TO WS-CLS-NET-AMOUNT
           IF SORT-VARIANCE-AMOUNT < ZERO
               SUBTRACT SORT-VARIANCE-AMOUNT FROM WS-CLS-GROSS-AMOUNT
           ELSE
               ADD SORT-VARIANCE-AMOUNT TO WS-CLS-GROSS-AMOUNT
           END-IF.

      *---------------------------------------------------------------*
       6300-FINISH-CLASS.
           ADD WS-CLS-COUNTS       TO WS-LOC-COUNTS
           ADD WS-CLS-ACCURATE     TO WS-LOC-ACCURATE
           ADD WS-CLS-UNITS-OVER   TO WS-LOC-UNITS-OVER
           ADD WS-CLS-UNITS-SHORT  TO WS-LOC-UNITS-SHORT
           ADD WS-CLS-NET-AMOUNT   TO WS-LOC-NET-AMOUNT
           ADD WS-CLS-GROSS-AMOUNT TO WS-LOC-GROSS-AMOUNT
           MOVE WS-CLASS-TOTALS TO WS-ACCURACY-WORK
           MOVE SPACES TO WS-ACCURACY-LINE
           MOVE WS-CURR-LOCATION-CODE TO WS-A-LOCATION-CODE
           IF WS-CURR-ABC-CLASS = SPACE
               MOVE '-' TO WS-A-CLASS
           ELSE
               MOVE WS-CURR-ABC-CLASS TO WS-A-CLASS
           END-IF
           PERFORM 6500-WRITE-ACCURACY-LINE.

      *---------------------------------------------------------------*
       6400-FINISH-LOCATION.
           ADD WS-LOC-COUNTS       TO WS-GRD-COUNTS
           ADD WS-LOC-ACCURATE     TO WS-GRD-ACCURATE
           ADD WS-LOC-UNITS-OVER   TO WS-GRD-UNITS-OVER
           ADD WS-LOC-UNITS-SHORT  TO WS-GRD-UNITS-SHORT
           ADD WS-LOC-NET-AMOUNT   TO WS-GRD-NET-AMOUNT
           ADD WS-LOC-GROSS-AMOUNT TO WS-GRD-GROSS-AMOUNT
           MOVE WS-LOCATION-TOTALS TO WS-ACCURACY-WORK
           MOVE SPACES TO WS-ACCURACY-LINE
           MOVE WS-CURR-LOCATION-CODE TO WS-A-LOCATION-CODE
           MOVE 'TOTAL' TO WS-A-CLASS
           PERFORM 6500-WRITE-ACCURACY-LINE
           MOVE SPACES TO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE.

      *---------------------------------------------------------------*
      *    FORMAT WS-ACCURACY-WORK ONTO THE LINE THE CALLER STARTED.  *
      *---------------------------------------------------------------*
       6500-WRITE-ACCURACY-LINE.
           MOVE ZERO TO WS-ACCURACY-PCT
           IF WS-W-COUNTS > ZERO
               COMPUTE WS-ACCURACY-PCT ROUNDED =
                   WS-W-ACCURATE * 100 / WS-W-COUNTS
           END-IF
           MOVE WS-W-COUNTS        TO WS-A-COUNTS
           MOVE WS-W-ACCURATE      TO WS-A-ACCURATE
           MOVE WS-ACCURACY-PCT    TO WS-A-ACCURACY-PCT
           MOVE WS-W-UNITS-OVER    TO WS-A-UNITS-OVER
           MOVE WS-W-UNITS-SHORT   TO WS-A-UNITS-SHORT
           MOVE WS-W-NET-AMOUNT    TO WS-A-NET-AMOUNT
           MOVE WS-W-GROSS-AMOUNT  TO WS-A-GROSS-AMOUNT
           MOVE WS-ACCURACY-LINE TO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE.

      *---------------------------------------------------------------*
       7000-WRITE-ACCURACY-TOTALS.
           MOVE WS-GRAND-TOTALS TO WS-ACCURACY-WORK
           MOVE SPACES TO WS-ACCURACY-LINE
           MOVE 'ALL'  TO WS-A-LOCATION-CODE
           MOVE 'TOTAL' TO WS-A-CLASS
           PERFORM 6500-WRITE-ACCURACY-LINE
           MOVE SPACES TO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE
           MOVE SPACES TO CYCPT-RPT-LINE
           STRING 'AUDITED COUNTS ON HISTORY - ' DELIMITED BY SIZE
                   WS-AUDIT-RECORDS-READ    DELIMITED BY SIZE
                   ', IN WINDOW - '         DELIMITED BY SIZE
                   WS-AUDIT-IN-WINDOW       DELIMITED BY SIZE
               INTO CYCPT-RPT-LINE
           WRITE CYCPT-RPT-LINE.

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
           DISPLAY 'SSCCYCPT - WS-FCAL-ENTRY TABLE FULL AT 240 '
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
                   MOVE 'SSCCYCPT'    TO SSCPACT-LAST-POST-PGM
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
           MOVE 'SSCCYCPT'            TO SSCPACT-LAST-POST-PGM
           WRITE SSCPACT-RECORD.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'T' TO WS-AUTH-FUNCTION-SW
           CALL 'SSCAUTCK' USING WS-AUTH-FUNCTION-SW
                                 WS-AUTH-PROGRAM-ID
                                 WS-AUTH-ACTION-CODE
                                 WS-AUTH-USER-ID
                                 WS-AUTH-REQUEST-KEY
                                 WS-AUTH-REQUEST-DATA
                                 WS-AUTH-OTHER-USER-ID
                                 WS-AUTH-RESULT-CODE
           END-CALL
           CLOSE SSCCCNT-FILE
           CLOSE SSCPINV-FILE
           CLOSE SSCFCAL-FILE
           CLOSE SSCPACT-FILE
           CLOSE SSCCAUD-FILE
           CLOSE SSCCYCPT-RPT.
