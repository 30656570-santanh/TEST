      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCRUNRP                                       *
      *                                                                *
      *   NIGHTLY STREAM RUN-CONTROL AND RESTART REPORT.  READS THE   *
      *   SSCRUNL RUN-CONTROL LEDGER FOR THE LATEST CYCLE (THE DATE   *
      *   THE FIRST SSCRUNS STREAM STEP LAST STARTED) AND LISTS       *
      *   EVERY STREAM STEP IN RUN ORDER WITH ITS STATE, RETURN       *
      *   CODE, START AND END TIMES AND RECORD COUNTS.                *
      *                                                                *
      *   A STEP MUST BE RUN AGAIN WHEN IT DID NOT END CLEANLY (NOT   *
      *   RUN, STARTED WITH NO END - AN ABEND OR A JOB STILL IN       *
      *   FLIGHT - ENDED ABOVE THE CLEAN RETURN CODE, OR REFUSED BY   *
      *   SSCRUNCL), OR WHEN IT ENDED CLEANLY BUT ONE OF ITS          *
      *   PREREQUISITES IS ITSELF TO BE RUN AGAIN - ITS OUTPUT WAS    *
      *   BUILT FROM DATA THE RERUN WILL REPLACE.  THE FIRST SUCH     *
      *   STEP IS THE RESUME POINT GIVEN TO THE OPERATOR, WITH ANY    *
      *   SPECIAL RESTART HANDLING THE RESUMED PROGRAMS PERFORM FOR   *
      *   THEMSELVES.                                                 *
      *                                                                *
      *   RUNS OF PROGRAMS NOT ON THE STREAM TABLE (MAINTENANCE,      *
      *   REPAIR AND PERIODIC RUNS) ARE COUNTED FOR THE CYCLE BUT DO  *
      *   NOT AFFECT THE RESTART POINT.                               *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-26  P.SANTANA   ORIGINAL.
      * 2026-10-15  P.SANTANA   PREREQUISITE MATCH WALKS SSCRUNS-STEP BY
      *                         ITS OWN SUBSCRIPT, NOT BY A WS-SS-ENTRY
      *                         INDEX - THE ENTRIES DIFFER IN LENGTH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCRUNRP.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-09-26.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSCRUNL-FILE       ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.

           SELECT SSCRUNRP-RPT       ASSIGN TO RUNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSCRUNL-FILE
           RECORDING MODE IS F.
           COPY SSCRUNL.

       FD  SSCRUNRP-RPT.
       01  RUNRP-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY SSCRUNS.

       01  WS-FILE-STATUSES.
           05  WS-RUNL-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-RUNL-OK                          VALUE '00'.
           05  WS-RUNRPT-STATUS         PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-RUNL-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-RUNL-AT-EOF                     VALUE 'Y'.
           05  WS-LEDGER-FOUND-SW       PIC X(01)  VALUE 'N'.
               88  WS-LEDGER-FOUND                    VALUE 'Y'.
           05  WS-STEP-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  WS-STEP-FOUND                      VALUE 'Y'.
           05  WS-NOTE-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  WS-NOTE-FOUND                      VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       01  WS-CYCLE-DATE                PIC X(08)  VALUE SPACES.
       01  WS-LOOKUP-PROGRAM-ID         PIC X(08)  VALUE SPACES.

       77  WS-LEDGER-RECORDS-READ       PIC 9(09)  VALUE ZERO.
       77  WS-CYCLE-EVENTS              PIC 9(07)  VALUE ZERO.
       77  WS-ON-DEMAND-RUNS            PIC 9(05)  VALUE ZERO.
       77  WS-ON-DEMAND-REFUSED         PIC 9(05)  VALUE ZERO.
       77  WS-STEPS-CLEAN               PIC 9(03)  VALUE ZERO.
       77  WS-STEPS-TO-RUN              PIC 9(03)  VALUE ZERO.
       77  WS-RESUME-STEP               PIC 9(03)  VALUE ZERO.
       77  WS-PRQ-STEP-SUB              PIC 9(03)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    LATEST LEDGER EVENT FOR EACH STREAM STEP IN THE CYCLE,     *
      *    PARALLEL TO THE SSCRUNS STEP TABLE.  STATE -               *
      *        N = NOT RUN    I = STARTED, NO END    C = ENDED CLEAN  *
      *        F = ENDED ABOVE THE CLEAN LIMIT    R = REFUSED         *
      *---------------------------------------------------------------*
       01  WS-STEP-STATUS-TABLE.
           05  WS-SS-ENTRY              OCCURS 60 TIMES
                                        INDEXED BY WS-SS-IDX
                                                   WS-SS-PRQ-IDX.
               10  WS-SS-STATE          PIC X(01).
                   88  WS-SS-NOT-RUN                  VALUE 'N'.
                   88  WS-SS-INCOMPLETE               VALUE 'I'.
                   88  WS-SS-CLEAN                    VALUE 'C'.
                   88  WS-SS-FAILED                   VALUE 'F'.
                   88  WS-SS-REFUSED                  VALUE 'R'.
               10  WS-SS-START-DATE     PIC X(08).
               10  WS-SS-START-TIME     PIC X(06).
               10  WS-SS-END-DATE       PIC X(08).
               10  WS-SS-END-TIME       PIC X(06).
               10  WS-SS-RETURN-CODE    PIC 9(04).
               10  WS-SS-RECORDS-IN     PIC 9(09).
               10  WS-SS-RECORDS-OUT    PIC 9(09).
               10  WS-SS-PREREQ         PIC X(08).
               10  WS-SS-RERUN-SW       PIC X(01).
                   88  WS-SS-RERUN                    VALUE 'Y'.
               10  WS-SS-STALE-PREREQ   PIC X(08).

      *---------------------------------------------------------------*
      *    STREAM PROGRAMS THAT DO THEIR OWN RESTART HANDLING - THE   *
      *    NOTE IS PRINTED WHEN THE PROGRAM IS TO BE RUN AGAIN.       *
      *---------------------------------------------------------------*
       01  WS-RESTART-NOTE-LIST.
           05  FILLER                   PIC X(08)  VALUE 'SSCINSWP'.
           05  FILLER                   PIC X(60)  VALUE
               'RESTARTS AT THE FILE THAT DIED, FROM ITS CHECKPOINT'.
           05  FILLER                   PIC X(08)  VALUE 'SSCSUPLD'.
           05  FILLER                   PIC X(60)  VALUE
               'BACKS OUT THE FAILED RUN FROM ITS BACKOUT FILE FIRST'.
           05  FILLER                   PIC X(08)  VALUE 'SSCSHPLD'.
           05  FILLER                   PIC X(60)  VALUE
               'BACKS OUT THE FAILED RUN FROM ITS BACKOUT FILE FIRST'.
           05  FILLER                   PIC X(08)  VALUE 'SSCCHGBK'.
           05  FILLER                   PIC X(60)  VALUE
               'REMOVES BILLING ALREADY WRITTEN TODAY BEFORE REBILLING'.
       01  WS-RESTART-NOTE-TABLE REDEFINES WS-RESTART-NOTE-LIST.
           05  WS-RN-ENTRY              OCCURS 4 TIMES
                                        INDEXED BY WS-RN-IDX.
               10  WS-RN-PROGRAM-ID     PIC X(08).
               10  WS-RN-NOTE           PIC X(60).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCRUNRP'.
           05  WS-RCTL-RETURN-CODE      PIC 9(04)  VALUE ZERO.
           05  WS-RCTL-RECORDS-IN       PIC 9(09)  VALUE ZERO.
           05  WS-RCTL-RECORDS-OUT      PIC 9(09)  VALUE ZERO.
           05  WS-RCTL-RESULT-CODE      PIC X(01)  VALUE SPACES.
               88  WS-RCTL-REFUSED                    VALUE 'R'.

       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(04) VALUE 'STEP'.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'PROGRAM'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'STATE'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(04) VALUE '  RC'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(15) VALUE 'STARTED'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(15) VALUE 'ENDED'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE ' RECORDS IN'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'RECORDS OUT'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'RERUN'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(30) VALUE 'REMARK'.

       01  WS-DETAIL-LINE.
           05  WS-D-STEP-NBR             PIC 9(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-PROGRAM-ID           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-STATE                PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-RETURN-CODE          PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-START-DATE           PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-D-START-TIME           PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-END-DATE             PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-D-END-TIME             PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-RECORDS-IN           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-RECORDS-OUT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-RERUN                PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-REMARK               PIC X(30).

       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-RUN-CONTROL-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-CYCLE-DATE
               THRU 2000-FIND-CYCLE-DATE-EXIT
           PERFORM 3000-LOAD-CYCLE-EVENTS
               THRU 3000-LOAD-CYCLE-EVENTS-EXIT
           PERFORM 4000-MARK-ONE-RERUN
               VARYING SSCRUNS-IDX FROM 1 BY 1
               UNTIL SSCRUNS-IDX > SSCRUNS-STEP-COUNT
           PERFORM 5000-WRITE-HEADINGS
           PERFORM 5100-WRITE-ONE-STEP
               VARYING SSCRUNS-IDX FROM 1 BY 1
               UNTIL SSCRUNS-IDX > SSCRUNS-STEP-COUNT
           PERFORM 6000-WRITE-RESTART-PLAN
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
               DISPLAY 'SSCRUNRP - NOT STARTED, STREAM PREREQUISITE '
                   'INCOMPLETE - SEE SSCRUNRP'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RETURN-CODE.

      *---------------------------------------------------------------*
      *    THE CALL OVERWRITES RETURN-CODE - SAVE AND RESTORE IT.     *
      *---------------------------------------------------------------*
       0200-RUN-CONTROL-END.
           MOVE RETURN-CODE            TO WS-RCTL-RETURN-CODE
           MOVE 'E'                    TO WS-RCTL-FUNCTION-SW
           MOVE WS-LEDGER-RECORDS-READ TO WS-RCTL-RECORDS-IN
           MOVE WS-STEPS-TO-RUN        TO WS-RCTL-RECORDS-OUT
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
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           PERFORM 1100-CLEAR-ONE-STEP
               VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > SSCRUNS-STEP-COUNT
           OPEN OUTPUT SSCRUNRP-RPT.

      *---------------------------------------------------------------*
       1100-CLEAR-ONE-STEP.
           MOVE 'N'    TO WS-SS-STATE(WS-SS-IDX)
           MOVE SPACES TO WS-SS-START-DATE(WS-SS-IDX)
           MOVE SPACES TO WS-SS-START-TIME(WS-SS-IDX)
           PERFORM 1200-CLEAR-STEP-END
           MOVE SPACES TO WS-SS-PREREQ(WS-SS-IDX)
           MOVE 'N'    TO WS-SS-RERUN-SW(WS-SS-IDX)
           MOVE SPACES TO WS-SS-STALE-PREREQ(WS-SS-IDX).

      *---------------------------------------------------------------*
       1200-CLEAR-STEP-END.
           MOVE SPACES TO WS-SS-END-DATE(WS-SS-IDX)
           MOVE SPACES TO WS-SS-END-TIME(WS-SS-IDX)
           MOVE ZERO   TO WS-SS-RETURN-CODE(WS-SS-IDX)
           MOVE ZERO   TO WS-SS-RECORDS-IN(WS-SS-IDX)
           MOVE ZERO   TO WS-SS-RECORDS-OUT(WS-SS-IDX).

      *---------------------------------------------------------------*
      *    PASS 1 - THE CYCLE REPORTED IS THE ONE THE FIRST STREAM    *
      *    STEP LAST OPENED.  WITH NO SUCH START ON THE LEDGER, THE   *
      *    CYCLE IS TODAY AND NOTHING HAS RUN.                        *
      *---------------------------------------------------------------*
       2000-FIND-CYCLE-DATE.
           MOVE 'N' TO WS-RUNL-EOF-SW
           OPEN INPUT SSCRUNL-FILE
           IF NOT WS-RUNL-OK
               GO TO 2000-FIND-CYCLE-DATE-EXIT
           END-IF
           MOVE 'Y' TO WS-LEDGER-FOUND-SW
           PERFORM 2100-READ-LEDGER
           PERFORM UNTIL WS-RUNL-AT-EOF
               ADD 1 TO WS-LEDGER-RECORDS-READ
               IF SSCRUNL-PROGRAM-ID = SSCRUNS-PROGRAM-ID(1)
                   AND SSCRUNL-STARTED
                   MOVE SSCRUNL-RUN-DATE TO WS-CYCLE-DATE
               END-IF
               PERFORM 2100-READ-LEDGER
           END-PERFORM
           CLOSE SSCRUNL-FILE.
       2000-FIND-CYCLE-DATE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-LEDGER.
           READ SSCRUNL-FILE
               AT END
                   MOVE 'Y' TO WS-RUNL-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
      *    PASS 2 - KEEP THE LATEST EVENT OF THE CYCLE FOR EACH       *
      *    STREAM STEP; COUNT EVERYTHING ELSE AS ON-DEMAND.           *
      *---------------------------------------------------------------*
       3000-LOAD-CYCLE-EVENTS.
           IF NOT WS-LEDGER-FOUND
               GO TO 3000-LOAD-CYCLE-EVENTS-EXIT
           END-IF
           MOVE 'N' TO WS-RUNL-EOF-SW
           OPEN INPUT SSCRUNL-FILE
           PERFORM 2100-READ-LEDGER
           PERFORM UNTIL WS-RUNL-AT-EOF
               IF SSCRUNL-RUN-DATE = WS-CYCLE-DATE
                   ADD 1 TO WS-CYCLE-EVENTS
                   PERFORM 3100-APPLY-EVENT
               END-IF
               PERFORM 2100-READ-LEDGER
           END-PERFORM
           CLOSE SSCRUNL-FILE.
       3000-LOAD-CYCLE-EVENTS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3100-APPLY-EVENT.
           MOVE SSCRUNL-PROGRAM-ID TO WS-LOOKUP-PROGRAM-ID
           PERFORM 7000-FIND-STEP
           IF NOT WS-STEP-FOUND
               EVALUATE TRUE
                   WHEN SSCRUNL-ENDED
                       ADD 1 TO WS-ON-DEMAND-RUNS
                   WHEN SSCRUNL-REFUSED
                       ADD 1 TO WS-ON-DEMAND-REFUSED
               END-EVALUATE
           ELSE
               SET WS-SS-IDX TO SSCRUNS-IDX
               EVALUATE TRUE
                   WHEN SSCRUNL-STARTED
                       MOVE 'I' TO WS-SS-STATE(WS-SS-IDX)
                       PERFORM 3200-NOTE-STEP-START
                   WHEN SSCRUNL-REFUSED
                       MOVE 'R' TO WS-SS-STATE(WS-SS-IDX)
                       PERFORM 3200-NOTE-STEP-START
                       MOVE SSCRUNL-PREREQ-PROGRAM
                                TO WS-SS-PREREQ(WS-SS-IDX)
                   WHEN SSCRUNL-ENDED
                       PERFORM 3300-NOTE-STEP-END
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------*
       3200-NOTE-STEP-START.
           MOVE SSCRUNL-EVENT-DATE TO WS-SS-START-DATE(WS-SS-IDX)
           MOVE SSCRUNL-EVENT-TIME TO WS-SS-START-TIME(WS-SS-IDX)
           MOVE SPACES             TO WS-SS-PREREQ(WS-SS-IDX)
           PERFORM 1200-CLEAR-STEP-END.

      *---------------------------------------------------------------*
       3300-NOTE-STEP-END.
           IF SSCRUNL-RETURN-CODE > SSCRUNS-CLEAN-RC-LIMIT
               MOVE 'F' TO WS-SS-STATE(WS-SS-IDX)
           ELSE
               MOVE 'C' TO WS-SS-STATE(WS-SS-IDX)
           END-IF
           MOVE SSCRUNL-EVENT-DATE  TO WS-SS-END-DATE(WS-SS-IDX)
           MOVE SSCRUNL-EVENT-TIME  TO WS-SS-END-TIME(WS-SS-IDX)
           MOVE SSCRUNL-RETURN-CODE TO WS-SS-RETURN-CODE(WS-SS-IDX)
           MOVE SSCRUNL-RECORDS-IN  TO WS-SS-RECORDS-IN(WS-SS-IDX)
           MOVE SSCRUNL-RECORDS-OUT TO WS-SS-RECORDS-OUT(WS-SS-IDX).

      *---------------------------------------------------------------*
      *    PREREQUISITES ALWAYS PRECEDE THEIR DEPENDANTS ON THE       *
      *    STREAM TABLE, SO ONE PASS IN RUN ORDER CARRIES A RERUN     *
      *    DOWN THE WHOLE CHAIN.                                      *
      *---------------------------------------------------------------*
       4000-MARK-ONE-RERUN.
           SET WS-SS-IDX TO SSCRUNS-IDX
           IF NOT WS-SS-CLEAN(WS-SS-IDX)
               MOVE 'Y' TO WS-SS-RERUN-SW(WS-SS-IDX)
           ELSE
               PERFORM 4100-CHECK-PREREQ-RERUN
                   VARYING SSCRUNS-PRQ-IDX FROM 1 BY 1
                   UNTIL SSCRUNS-PRQ-IDX > 6
                       OR WS-SS-RERUN(WS-SS-IDX)
           END-IF
           IF WS-SS-RERUN(WS-SS-IDX)
               ADD 1 TO WS-STEPS-TO-RUN
               IF WS-RESUME-STEP = ZERO
                   SET WS-RESUME-STEP TO SSCRUNS-IDX
               END-IF
           ELSE
               ADD 1 TO WS-STEPS-CLEAN
           END-IF.

      *---------------------------------------------------------------*
       4100-CHECK-PREREQ-RERUN.
           IF SSCRUNS-PREREQ(SSCRUNS-IDX, SSCRUNS-PRQ-IDX) = SPACES
               GO TO 4100-CHECK-PREREQ-RERUN-EXIT
           END-IF
           MOVE 'N' TO WS-STEP-FOUND-SW
           PERFORM 4110-MATCH-PREREQ-STEP
               VARYING WS-PRQ-STEP-SUB FROM 1 BY 1
               UNTIL WS-PRQ-STEP-SUB > SSCRUNS-STEP-COUNT
                   OR WS-STEP-FOUND
           IF WS-STEP-FOUND
               SUBTRACT 1 FROM WS-PRQ-STEP-SUB
               SET WS-SS-PRQ-IDX TO WS-PRQ-STEP-SUB
               IF WS-SS-RERUN(WS-SS-PRQ-IDX)
                   MOVE 'Y' TO WS-SS-RERUN-SW(WS-SS-IDX)
                   MOVE SSCRUNS-PREREQ(SSCRUNS-IDX, SSCRUNS-PRQ-IDX)
                       TO WS-SS-STALE-PREREQ(WS-SS-IDX)
               END-IF
           END-IF.
       4100-CHECK-PREREQ-RERUN-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       4110-MATCH-PREREQ-STEP.
           IF SSCRUNS-PROGRAM-ID(WS-PRQ-STEP-SUB) =
                   SSCRUNS-PREREQ(SSCRUNS-IDX, SSCRUNS-PRQ-IDX)
               MOVE 'Y' TO WS-STEP-FOUND-SW
           END-IF.

      *---------------------------------------------------------------*
       5000-WRITE-HEADINGS.
           MOVE SPACES TO RUNRP-RPT-LINE
           STRING 'SSCRUNRP - NIGHTLY STREAM RUN-CONTROL AND RESTART '
                                              DELIMITED BY SIZE
                   'REPORT - CYCLE '          DELIMITED BY SIZE
                   WS-CYCLE-DATE              DELIMITED BY SIZE
                   ', PRINTED '               DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
               INTO RUNRP-RPT-LINE
           WRITE RUNRP-RPT-LINE
           IF NOT WS-LEDGER-FOUND
               MOVE 'NO RUN-CONTROL LEDGER ON FILE - NO STEP HAS RUN'
                   TO RUNRP-RPT-LINE
               WRITE RUNRP-RPT-LINE
           END-IF
           MOVE SPACES TO RUNRP-RPT-LINE
           WRITE RUNRP-RPT-LINE
           MOVE WS-HEADING-LINE TO RUNRP-RPT-LINE
           WRITE RUNRP-RPT-LINE.

      *---------------------------------------------------------------*
       5100-WRITE-ONE-STEP.
           SET WS-SS-IDX TO SSCRUNS-IDX
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SSCRUNS-STEP-NBR(SSCRUNS-IDX)   TO WS-D-STEP-NBR
           MOVE SSCRUNS-PROGRAM-ID(SSCRUNS-IDX) TO WS-D-PROGRAM-ID
           MOVE WS-SS-START-DATE(WS-SS-IDX)     TO WS-D-START-DATE
           MOVE WS-SS-START-TIME(WS-SS-IDX)     TO WS-D-START-TIME
           MOVE WS-SS-END-DATE(WS-SS-IDX)       TO WS-D-END-DATE
           MOVE WS-SS-END-TIME(WS-SS-IDX)       TO WS-D-END-TIME
           MOVE WS-SS-RETURN-CODE(WS-SS-IDX)    TO WS-D-RETURN-CODE
           MOVE WS-SS-RECORDS-IN(WS-SS-IDX)     TO WS-D-RECORDS-IN
           MOVE WS-SS-RECORDS-OUT(WS-SS-IDX)    TO WS-D-RECORDS-OUT
           IF WS-SS-RERUN(WS-SS-IDX)
               MOVE 'YES' TO WS-D-RERUN
           END-IF
           EVALUATE TRUE
               WHEN WS-SS-NOT-RUN(WS-SS-IDX)
                   MOVE 'NOT RUN'    TO WS-D-STATE
               WHEN WS-SS-INCOMPLETE(WS-SS-IDX)
                   MOVE 'NO END'     TO WS-D-STATE
                   MOVE 'ABENDED OR STILL RUNNING' TO WS-D-REMARK
               WHEN WS-SS-FAILED(WS-SS-IDX)
                   MOVE 'FAILED'     TO WS-D-STATE
                   MOVE 'RETURN CODE ABOVE CLEAN LIMIT'
                                     TO WS-D-REMARK
               WHEN WS-SS-REFUSED(WS-SS-IDX)
                   MOVE 'REFUSED'    TO WS-D-STATE
                   STRING 'PREREQ '  DELIMITED BY SIZE
                           WS-SS-PREREQ(WS-SS-IDX)
                                     DELIMITED BY SPACE
                           ' NOT COMPLETE'
                                     DELIMITED BY SIZE
                       INTO WS-D-REMARK
               WHEN OTHER
                   MOVE 'COMPLETE'   TO WS-D-STATE
                   IF WS-SS-RERUN(WS-SS-IDX)
                       STRING 'STALE - PREREQ '
                                     DELIMITED BY SIZE
                               WS-SS-STALE-PREREQ(WS-SS-IDX)
                                     DELIMITED BY SPACE
                               ' RERUNS'
                                     DELIMITED BY SIZE
                           INTO WS-D-REMARK
                   END-IF
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO RUNRP-RPT-LINE
           WRITE RUNRP-RPT-LINE.

      *---------------------------------------------------------------*
       6000-WRITE-RESTART-PLAN.
           MOVE SPACES TO RUNRP-RPT-LINE
           WRITE RUNRP-RPT-LINE
           IF WS-RESUME-STEP = ZERO
               MOVE SPACES TO RUNRP-RPT-LINE
               STRING 'STREAM COMPLETE FOR CYCLE '
                                              DELIMITED BY SIZE
                       WS-CYCLE-DATE          DELIMITED BY SIZE
                       ' - NO RESTART REQUIRED'
                                              DELIMITED BY SIZE
                   INTO RUNRP-RPT-LINE
               WRITE RUNRP-RPT-LINE
           ELSE
               SET SSCRUNS-IDX TO WS-RESUME-STEP
               MOVE SPACES TO RUNRP-RPT-LINE
               STRING '*** RESUME FROM STEP '  DELIMITED BY SIZE
                       SSCRUNS-STEP-NBR(SSCRUNS-IDX)
                                              DELIMITED BY SIZE
                       ' - PROGRAM '          DELIMITED BY SIZE
                       SSCRUNS-PROGRAM-ID(SSCRUNS-IDX)
                                              DELIMITED BY SIZE
                   INTO RUNRP-RPT-LINE
               WRITE RUNRP-RPT-LINE
               MOVE SPACES TO RUNRP-RPT-LINE
               STRING 'STEPS TO RUN (MARKED RERUN) - '
                                              DELIMITED BY SIZE
                       WS-STEPS-TO-RUN        DELIMITED BY SIZE
                       ', COMPLETE STEPS THAT MAY BE BYPASSED - '
                                              DELIMITED BY SIZE
                       WS-STEPS-CLEAN         DELIMITED BY SIZE
                   INTO RUNRP-RPT-LINE
               WRITE RUNRP-RPT-LINE
               PERFORM 6100-WRITE-RESTART-NOTE
                   VARYING SSCRUNS-IDX FROM 1 BY 1
                   UNTIL SSCRUNS-IDX > SSCRUNS-STEP-COUNT
           END-IF
           MOVE SPACES TO RUNRP-RPT-LINE
           WRITE RUNRP-RPT-LINE
           MOVE SPACES TO RUNRP-RPT-LINE
           STRING 'LEDGER EVENTS IN CYCLE - '  DELIMITED BY SIZE
                   WS-CYCLE-EVENTS            DELIMITED BY SIZE
                   ', ON-DEMAND PROGRAM RUNS - '
                                              DELIMITED BY SIZE
                   WS-ON-DEMAND-RUNS          DELIMITED BY SIZE
                   ', ON-DEMAND RUNS REFUSED - '
                                              DELIMITED BY SIZE
                   WS-ON-DEMAND-REFUSED       DELIMITED BY SIZE
               INTO RUNRP-RPT-LINE
           WRITE RUNRP-RPT-LINE.

      *---------------------------------------------------------------*
       6100-WRITE-RESTART-NOTE.
           SET WS-SS-IDX TO SSCRUNS-IDX
           IF NOT WS-SS-RERUN(WS-SS-IDX)
               GO TO 6100-WRITE-RESTART-NOTE-EXIT
           END-IF
           MOVE 'N' TO WS-NOTE-FOUND-SW
           PERFORM 6110-MATCH-RESTART-NOTE
               VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > 4
                   OR WS-NOTE-FOUND
           IF WS-NOTE-FOUND
               SET WS-RN-IDX DOWN BY 1
               MOVE SPACES TO RUNRP-RPT-LINE
               STRING '    NOTE - '           DELIMITED BY SIZE
                       WS-RN-PROGRAM-ID(WS-RN-IDX)
                                              DELIMITED BY SIZE
                       ' '                    DELIMITED BY SIZE
                       WS-RN-NOTE(WS-RN-IDX)  DELIMITED BY SIZE
                   INTO RUNRP-RPT-LINE
               WRITE RUNRP-RPT-LINE
           END-IF.
       6100-WRITE-RESTART-NOTE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       6110-MATCH-RESTART-NOTE.
           IF WS-RN-PROGRAM-ID(WS-RN-IDX) =
                   SSCRUNS-PROGRAM-ID(SSCRUNS-IDX)
               MOVE 'Y' TO WS-NOTE-FOUND-SW
           END-IF.

      *---------------------------------------------------------------*
      *    LEAVES SSCRUNS-IDX ON THE MATCHING STEP.                   *
      *---------------------------------------------------------------*
       7000-FIND-STEP.
           MOVE 'N' TO WS-STEP-FOUND-SW
           PERFORM 7100-MATCH-STEP
               VARYING SSCRUNS-IDX FROM 1 BY 1
               UNTIL SSCRUNS-IDX > SSCRUNS-STEP-COUNT
                   OR WS-STEP-FOUND
           IF WS-STEP-FOUND
               SET SSCRUNS-IDX DOWN BY 1
           END-IF.

      *---------------------------------------------------------------*
       7100-MATCH-STEP.
           IF SSCRUNS-PROGRAM-ID(SSCRUNS-IDX) = WS-LOOKUP-PROGRAM-ID
               MOVE 'Y' TO WS-STEP-FOUND-SW
           END-IF.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE SSCRUNRP-RPT.
