      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCRUNCL                                       *
      *                                                                *
      *   CALLED SUBPROGRAM - NIGHTLY BATCH RUN-CONTROL LEDGER.       *
      *   EVERY SSCH BATCH PROGRAM CALLS THIS AS ITS FIRST ACTION     *
      *   AND AGAIN AT ITS NORMAL END, SO THE SSCRUNL LEDGER SHOWS    *
      *   WHAT RAN, WHEN, WITH WHAT RETURN CODE AND COUNTS.           *
      *                                                                *
      *   ON START THE CALLER IS LOOKED UP ON THE SSCRUNS STREAM      *
      *   STEP TABLE AND EACH OF ITS DECLARED PREREQUISITES IS        *
      *   CHECKED AGAINST THE LEDGER.  A PREREQUISITE IS CLEAN ONLY   *
      *   WHEN ITS LATEST LEDGER EVENT IN THE CURRENT CYCLE IS AN     *
      *   'E' WITH A RETURN CODE NO HIGHER THAN THE SSCRUNS CLEAN     *
      *   LIMIT.  NOT RUN, STILL IN FLIGHT (OR ABENDED), ENDED BADLY  *
      *   OR ITSELF REFUSED ALL MEAN THE CALLER WOULD BE WORKING FROM *
      *   STALE OR HALF-POSTED DATA, SO AN 'R' IS LEDGERED AND THE    *
      *   CALLER IS TOLD TO STOP.  SSCRUNRP TURNS THE LEDGER INTO     *
      *   THE OPERATOR'S RESTART INSTRUCTIONS.                        *
      *                                                                *
      *   THE CYCLE DATE IS THE DATE THE NIGHT'S FIRST STREAM STEP    *
      *   (SSCRUNS STEP 1) LAST STARTED, PROVIDED THAT WAS TODAY OR   *
      *   YESTERDAY - A STREAM THAT RUNS PAST MIDNIGHT IS STILL ONE   *
      *   NIGHT.  OTHERWISE IT IS TODAY.  THE FIRST STEP ALWAYS       *
      *   OPENS A NEW CYCLE DATED TODAY.                              *
      *                                                                *
      *   LK-FUNCTION-SW -                                            *
      *       S = STEP STARTING - CHECK PREREQUISITES, LEDGER 'S'     *
      *           OR 'R'                                              *
      *       E = STEP ENDING - LEDGER 'E' WITH RETURN CODE/COUNTS    *
      *                                                                *
      *   LK-RESULT-CODE RETURNED ON 'S' -                            *
      *       O = CLEAR TO RUN                                        *
      *       R = REFUSED - A PREREQUISITE DID NOT COMPLETE CLEANLY   *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-26  P.SANTANA   ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCRUNCL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  SSCRUNL-FILE
           RECORDING MODE IS F.
           COPY SSCRUNL.

       WORKING-STORAGE SECTION.
           COPY SSCRUNS.

       01  WS-RUNL-STATUS                PIC X(02)  VALUE SPACES.
           88  WS-RUNL-OK                              VALUE '00'.
           88  WS-RUNL-NOT-FOUND                       VALUE '35'.

       01  WS-RUNL-EOF-SW                PIC X(01)  VALUE 'N'.
           88  WS-RUNL-AT-EOF                          VALUE 'Y'.
       01  WS-STEP-FOUND-SW              PIC X(01)  VALUE 'N'.
           88  WS-STEP-FOUND                           VALUE 'Y'.
       01  WS-REFUSED-SW                 PIC X(01)  VALUE 'N'.
           88  WS-STEP-REFUSED                         VALUE 'Y'.

       01  WS-TODAY                      PIC X(08)  VALUE SPACES.
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                         PIC 9(08).
       77  WS-RUN-TIME-FULL              PIC 9(08)  VALUE ZERO.
       77  WS-RUN-TIME                   PIC X(06)  VALUE SPACES.
       01  WS-CYCLE-DATE                 PIC X(08)  VALUE SPACES.
       01  WS-LAST-CYCLE-START           PIC X(08)  VALUE SPACES.
       01  WS-LAST-CYCLE-START-NUM REDEFINES WS-LAST-CYCLE-START
                                         PIC 9(08).
       77  WS-DAYS-SINCE-START           PIC S9(05) VALUE ZERO.
       77  WS-STEP-IDX                   PIC 9(03)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    THE CALLER'S PREREQUISITES AND THE LATEST LEDGER EVENT     *
      *    SEEN FOR EACH.  STATE -                                    *
      *        N = NO EVENT    I = STARTED, NO END (IN FLIGHT OR      *
      *        ABENDED)        C = ENDED CLEAN    F = ENDED WITH A    *
      *        RETURN CODE ABOVE THE LIMIT    R = REFUSED             *
      *---------------------------------------------------------------*
       01  WS-PRQ-TABLE-CTL.
           05  WS-PRQ-COUNT              PIC 9(01)  VALUE ZERO.
           05  WS-PRQ-ENTRY              OCCURS 6 TIMES
                                         INDEXED BY WS-PRQ-IDX.
               10  WS-PRQ-PROGRAM-ID     PIC X(08).
               10  WS-PRQ-RUN-DATE       PIC X(08).
               10  WS-PRQ-STATE          PIC X(01).
                   88  WS-PRQ-CLEAN                    VALUE 'C'.

       LINKAGE SECTION.
       01  LK-FUNCTION-SW                PIC X(01).
           88  LK-IS-START                             VALUE 'S'.
           88  LK-IS-END                               VALUE 'E'.
       01  LK-PROGRAM-ID                 PIC X(08).
       01  LK-RETURN-CODE                PIC 9(04).
       01  LK-RECORDS-IN                 PIC 9(09).
       01  LK-RECORDS-OUT                PIC 9(09).
       01  LK-RESULT-CODE                PIC X(01).
           88  LK-RESULT-OK                            VALUE 'O'.
           88  LK-RESULT-REFUSED                       VALUE 'R'.

       PROCEDURE DIVISION USING LK-FUNCTION-SW
                                 LK-PROGRAM-ID
                                 LK-RETURN-CODE
                                 LK-RECORDS-IN
                                 LK-RECORDS-OUT
                                 LK-RESULT-CODE.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN LK-IS-START
                   PERFORM 2000-START-STEP
                       THRU 2000-START-STEP-EXIT
               WHEN LK-IS-END
                   PERFORM 3000-END-STEP
           END-EVALUATE
           GOBACK.

      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           MOVE WS-RUN-TIME-FULL(1:6) TO WS-RUN-TIME.

      *---------------------------------------------------------------*
      *    LOAD THE CALLER'S PREREQUISITES FROM THE STREAM TABLE.  A  *
      *    PROGRAM NOT ON THE TABLE HAS NONE.                         *
      *---------------------------------------------------------------*
       1100-FIND-STEP.
           MOVE 'N' TO WS-STEP-FOUND-SW
           MOVE ZERO TO WS-PRQ-COUNT
           PERFORM 1110-SEARCH-STEP-TABLE
               VARYING SSCRUNS-IDX FROM 1 BY 1
               UNTIL SSCRUNS-IDX > SSCRUNS-STEP-COUNT
                   OR WS-STEP-FOUND
           IF WS-STEP-FOUND
               SET SSCRUNS-IDX DOWN BY 1
               SET WS-STEP-IDX TO SSCRUNS-IDX
               PERFORM 1120-LOAD-ONE-PREREQ
                   VARYING SSCRUNS-PRQ-IDX FROM 1 BY 1
                   UNTIL SSCRUNS-PRQ-IDX > 6
           END-IF.

      *---------------------------------------------------------------*
       1110-SEARCH-STEP-TABLE.
           IF SSCRUNS-PROGRAM-ID(SSCRUNS-IDX) = LK-PROGRAM-ID
               MOVE 'Y' TO WS-STEP-FOUND-SW
           END-IF.

      *---------------------------------------------------------------*
       1120-LOAD-ONE-PREREQ.
           IF SSCRUNS-PREREQ(SSCRUNS-IDX, SSCRUNS-PRQ-IDX)
                                                    NOT = SPACES
               ADD 1 TO WS-PRQ-COUNT
               SET WS-PRQ-IDX TO WS-PRQ-COUNT
               MOVE SSCRUNS-PREREQ(SSCRUNS-IDX, SSCRUNS-PRQ-IDX)
                   TO WS-PRQ-PROGRAM-ID(WS-PRQ-IDX)
               MOVE SPACES TO WS-PRQ-RUN-DATE(WS-PRQ-IDX)
               MOVE 'N'    TO WS-PRQ-STATE(WS-PRQ-IDX)
           END-IF.

      *---------------------------------------------------------------*
      *    ONE PASS OF THE LEDGER - REMEMBER WHEN THE FIRST STREAM    *
      *    STEP LAST STARTED AND THE LATEST EVENT FOR EACH            *
      *    PREREQUISITE.  THE LEDGER IS WRITTEN IN TIME ORDER, SO     *
      *    THE LAST EVENT READ IS THE LATEST.                         *
      *---------------------------------------------------------------*
       1200-SCAN-LEDGER.
           MOVE SPACES TO WS-LAST-CYCLE-START
           MOVE 'N' TO WS-RUNL-EOF-SW
           OPEN INPUT SSCRUNL-FILE
           IF NOT WS-RUNL-OK
               GO TO 1200-SCAN-LEDGER-EXIT
           END-IF
           PERFORM 1210-READ-LEDGER
           PERFORM UNTIL WS-RUNL-AT-EOF
               IF SSCRUNL-PROGRAM-ID = SSCRUNS-PROGRAM-ID(1)
                   AND SSCRUNL-STARTED
                   MOVE SSCRUNL-RUN-DATE TO WS-LAST-CYCLE-START
               END-IF
               PERFORM 1220-NOTE-PREREQ-EVENT
                   VARYING WS-PRQ-IDX FROM 1 BY 1
                   UNTIL WS-PRQ-IDX > WS-PRQ-COUNT
               PERFORM 1210-READ-LEDGER
           END-PERFORM
           CLOSE SSCRUNL-FILE.
       1200-SCAN-LEDGER-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       1210-READ-LEDGER.
           READ SSCRUNL-FILE
               AT END
                   MOVE 'Y' TO WS-RUNL-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       1220-NOTE-PREREQ-EVENT.
           IF SSCRUNL-PROGRAM-ID = WS-PRQ-PROGRAM-ID(WS-PRQ-IDX)
               MOVE SSCRUNL-RUN-DATE TO WS-PRQ-RUN-DATE(WS-PRQ-IDX)
               EVALUATE TRUE
                   WHEN SSCRUNL-STARTED
                       MOVE 'I' TO WS-PRQ-STATE(WS-PRQ-IDX)
                   WHEN SSCRUNL-REFUSED
                       MOVE 'R' TO WS-PRQ-STATE(WS-PRQ-IDX)
                   WHEN SSCRUNL-ENDED
                       IF SSCRUNL-RETURN-CODE > SSCRUNS-CLEAN-RC-LIMIT
                           MOVE 'F' TO WS-PRQ-STATE(WS-PRQ-IDX)
                       ELSE
                           MOVE 'C' TO WS-PRQ-STATE(WS-PRQ-IDX)
                       END-IF
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------*
       1300-SET-CYCLE-DATE.
           MOVE WS-TODAY TO WS-CYCLE-DATE
           IF WS-STEP-FOUND AND WS-STEP-IDX = 1
               GO TO 1300-SET-CYCLE-DATE-EXIT
           END-IF
           IF WS-LAST-CYCLE-START NOT NUMERIC
               GO TO 1300-SET-CYCLE-DATE-EXIT
           END-IF
           COMPUTE WS-DAYS-SINCE-START =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
             - FUNCTION INTEGER-OF-DATE(WS-LAST-CYCLE-START-NUM)
           IF WS-DAYS-SINCE-START >= ZERO
               AND WS-DAYS-SINCE-START <= 1
               MOVE WS-LAST-CYCLE-START TO WS-CYCLE-DATE
           END-IF.
       1300-SET-CYCLE-DATE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2000-START-STEP.
           PERFORM 1000-INITIALIZE
           SET LK-RESULT-OK TO TRUE
           PERFORM 1100-FIND-STEP
           PERFORM 1200-SCAN-LEDGER
               THRU 1200-SCAN-LEDGER-EXIT
           PERFORM 1300-SET-CYCLE-DATE
               THRU 1300-SET-CYCLE-DATE-EXIT
           MOVE 'N' TO WS-REFUSED-SW
           PERFORM 2100-CHECK-ONE-PREREQ
               VARYING WS-PRQ-IDX FROM 1 BY 1
               UNTIL WS-PRQ-IDX > WS-PRQ-COUNT
                   OR WS-STEP-REFUSED
           IF WS-STEP-REFUSED
               SET WS-PRQ-IDX DOWN BY 1
               PERFORM 2200-REFUSE-STEP
               GO TO 2000-START-STEP-EXIT
           END-IF
           MOVE SPACES TO SSCRUNL-RECORD
           MOVE 'S'    TO SSCRUNL-EVENT-CODE
           MOVE ZERO   TO SSCRUNL-RETURN-CODE
           MOVE ZERO   TO SSCRUNL-RECORDS-IN
           MOVE ZERO   TO SSCRUNL-RECORDS-OUT
           PERFORM 7000-WRITE-LEDGER.
       2000-START-STEP-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    A PREREQUISITE WHOSE LATEST CLEAN END BELONGS TO AN        *
      *    EARLIER CYCLE IS AS GOOD AS NOT RUN.                       *
      *---------------------------------------------------------------*
       2100-CHECK-ONE-PREREQ.
           IF WS-PRQ-RUN-DATE(WS-PRQ-IDX) NOT = WS-CYCLE-DATE
               MOVE 'N' TO WS-PRQ-STATE(WS-PRQ-IDX)
           END-IF
           IF NOT WS-PRQ-CLEAN(WS-PRQ-IDX)
               MOVE 'Y' TO WS-REFUSED-SW
           END-IF.

      *---------------------------------------------------------------*
       2200-REFUSE-STEP.
           SET LK-RESULT-REFUSED TO TRUE
           MOVE SPACES TO SSCRUNL-RECORD
           MOVE 'R'    TO SSCRUNL-EVENT-CODE
           MOVE ZERO   TO SSCRUNL-RETURN-CODE
           MOVE ZERO   TO SSCRUNL-RECORDS-IN
           MOVE ZERO   TO SSCRUNL-RECORDS-OUT
           MOVE WS-PRQ-PROGRAM-ID(WS-PRQ-IDX)
                       TO SSCRUNL-PREREQ-PROGRAM
           MOVE WS-PRQ-STATE(WS-PRQ-IDX)
                       TO SSCRUNL-PREREQ-STATE
           PERFORM 7000-WRITE-LEDGER
           EVALUATE TRUE
               WHEN SSCRUNL-PREREQ-INCOMPLETE
                   DISPLAY 'SSCRUNCL - ' LK-PROGRAM-ID
                       ' REFUSED - PREREQUISITE '
                       SSCRUNL-PREREQ-PROGRAM
                       ' STARTED BUT NEVER ENDED IN CYCLE '
                       WS-CYCLE-DATE
               WHEN SSCRUNL-PREREQ-FAILED
                   DISPLAY 'SSCRUNCL - ' LK-PROGRAM-ID
                       ' REFUSED - PREREQUISITE '
                       SSCRUNL-PREREQ-PROGRAM
                       ' ENDED WITH A FAILING RETURN CODE IN CYCLE '
                       WS-CYCLE-DATE
               WHEN SSCRUNL-PREREQ-REFUSED
                   DISPLAY 'SSCRUNCL - ' LK-PROGRAM-ID
                       ' REFUSED - PREREQUISITE '
                       SSCRUNL-PREREQ-PROGRAM
                       ' WAS ITSELF REFUSED IN CYCLE '
                       WS-CYCLE-DATE
               WHEN OTHER
                   DISPLAY 'SSCRUNCL - ' LK-PROGRAM-ID
                       ' REFUSED - PREREQUISITE '
                       SSCRUNL-PREREQ-PROGRAM
                       ' HAS NOT RUN IN CYCLE '
                       WS-CYCLE-DATE
           END-EVALUATE.

      *---------------------------------------------------------------*
      *    THE CYCLE DATE IS CARRIED FROM THE START CALL IN THE SAME  *
      *    RUN UNIT, SO A STEP THAT STRADDLES MIDNIGHT ENDS IN THE    *
      *    CYCLE IT STARTED IN.                                       *
      *---------------------------------------------------------------*
       3000-END-STEP.
           PERFORM 1000-INITIALIZE
           IF WS-CYCLE-DATE = SPACES
               PERFORM 1100-FIND-STEP
               PERFORM 1200-SCAN-LEDGER
                   THRU 1200-SCAN-LEDGER-EXIT
               PERFORM 1300-SET-CYCLE-DATE
                   THRU 1300-SET-CYCLE-DATE-EXIT
           END-IF
           MOVE SPACES TO SSCRUNL-RECORD
           MOVE 'E'            TO SSCRUNL-EVENT-CODE
           MOVE LK-RETURN-CODE TO SSCRUNL-RETURN-CODE
           MOVE LK-RECORDS-IN  TO SSCRUNL-RECORDS-IN
           MOVE LK-RECORDS-OUT TO SSCRUNL-RECORDS-OUT
           PERFORM 7000-WRITE-LEDGER.

      *---------------------------------------------------------------*
       7000-WRITE-LEDGER.
           MOVE WS-CYCLE-DATE  TO SSCRUNL-RUN-DATE
           MOVE LK-PROGRAM-ID  TO SSCRUNL-PROGRAM-ID
           MOVE WS-TODAY       TO SSCRUNL-EVENT-DATE
           MOVE WS-RUN-TIME    TO SSCRUNL-EVENT-TIME
           OPEN EXTEND SSCRUNL-FILE
           IF WS-RUNL-NOT-FOUND
               OPEN OUTPUT SSCRUNL-FILE
           END-IF
           WRITE SSCRUNL-RECORD
           IF NOT WS-RUNL-OK
               DISPLAY 'SSCRUNCL - UNABLE TO WRITE RUN-CONTROL '
                   'LEDGER, STATUS = ' WS-RUNL-STATUS
           END-IF
           CLOSE SSCRUNL-FILE.
