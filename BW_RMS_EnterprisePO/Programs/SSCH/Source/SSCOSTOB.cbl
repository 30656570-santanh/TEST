      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCOSTOB                                       *
      *                                                                *
      *   ORDER CLOSURE STATUS FEED BACK TO DMS - THE OUTBOUND        *
      *   COUNTERPART OF THE '035 ORDER STATUS' FEED SSCORDST         *
      *   CONSUMES.  READS THE SSCOSCH ORDER STATUS CHANGE LOG IN     *
      *   THE ORDER THE CHANGES HAPPENED AND WRITES ONE '036'         *
      *   DMSOCLS-DETAIL FOR EVERY CHANGE NOT YET SENT -              *
      *                                                                *
      *     - A LINE CLOSED WITHIN TOLERANCE, OR REOPENED WHEN A      *
      *       REALLOCATION OR CORRECTION PUT IT BACK OUTSIDE          *
      *       TOLERANCE (SSCOOMNT, SSCORDST, SSCOOADJ)                *
      *     - A LINE FORCE-CLOSED OR REOPENED BY THE RECEIVING DESK   *
      *       (SSCOOADJ)                                              *
      *     - A LINE CANCELLED FROM A '035' DETAIL (SSCORDST)         *
      *                                                                *
      *   SO DMS CLOSES ITS DI AND STOPS REALLOCATING AGAINST LINES   *
      *   WE NO LONGER HOLD OPEN.  EACH CHANGE IS SENT EXACTLY ONCE.  *
      *                                                                *
      *   EVERY RUN HAS A RUN STAMP (ITS DATE AND TIME) HELD ON THE   *
      *   OSTSTATE RUN-STATE RECORD (SSCOSTR).  THE STAMP PASS FIRST  *
      *   STAMPS EVERY UNSENT CHANGE WITH THE RUN STAMP; THE SEND     *
      *   PASS THEN WRITES OSTDTL FROM THE CHANGES CARRYING THAT      *
      *   STAMP AND NO OTHER, SO A CHANGE BELONGS TO ONE RUN ONLY.    *
      *                                                                *
      *     - A RUN THAT DIES BEFORE OSTDTL IS COMPLETE LEAVES THE    *
      *       STATE IN-FLIGHT.  THE RERUN ADOPTS THE SAME RUN STAMP,  *
      *       STAMPS ANYTHING STILL UNSENT WITH IT AND REBUILDS       *
      *       OSTDTL FROM SCRATCH.  CHANGES STAMPED BY AN EARLIER,    *
      *       COMPLETED RUN ARE NEVER PICKED UP AGAIN.                *
      *     - A RUN THAT ENDS CLEAN LEAVES THE STATE AWAITING         *
      *       ENVELOPE.  OSTDTL IS THEN THE ONLY COPY OF THOSE        *
      *       CHANGES.  UNTIL THE SSCRUNL LEDGER SHOWS THE SSCOSTEV   *
      *       ENVELOPE STEP ENDED CLEAN AFTER THE RUN STAMP, THE      *
      *       NEXT RUN HOLDS IT - OSTDTL, OSTSTATE AND SSCOSCH ARE    *
      *       LEFT UNTOUCHED, NOTHING IS STAMPED, AND THE RUN ENDS    *
      *       RC 4 SO SSCOSTEV CAN STILL RUN OVER THE HELD OSTDTL.    *
      *       NEW CHANGES GO OUT ON THE FOLLOWING RUN.                *
      *                                                                *
      *   THE DETAIL STREAM IS BARE - STREAM STEP 147 (SSCOSTEV, THE  *
      *   SSCOBENV ENVELOPE BUILDER OVER OSTDTL) WRAPS IT IN THE 000  *
      *   DMSHDR / 999 DMSTRL ENVELOPE UNDER ITS OWN TYPE-OF-TRANS,   *
      *   SO SSCOSEQ KEEPS A SEPARATE OUTBOUND SEQUENCE FOR THE       *
      *   ORDER CLOSURE FILE.  IF THAT STEP FAILS, SSCRUNRP NAMES IT  *
      *   AS THE RESUME POINT AND IT IS RERUN OVER THE SAME OSTDTL.   *
      *   THE DETAIL CARRIES THE CHANGE ID (THE SSCOSCH KEY) SO DMS   *
      *   CAN TIE EACH ONE BACK TO OUR LOG.                           *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-10-10  P.SANTANA   ORIGINAL.
      * 2026-10-15  P.SANTANA   SENT STAMP MOVED TO A COMMIT PASS AFTER
      *                         OSTDTL CLOSES CLEAN, GUARDED BY THE
      *                         OSTSTATE IN-FLIGHT RECORD; A RUN THAT
      *                         DIED MID-STAMP IS RESENT.  OSTDTL WRITE
      *                         AND SSCOSCH REWRITE STATUS CHECKED.
      * 2026-10-15  P.SANTANA   CHANGES ARE NOW STAMPED WITH THE RUN
      *                         STAMP BEFORE THE SEND PASS AND OSTDTL
      *                         IS BUILT FROM THAT RUN'S CHANGES ONLY -
      *                         A RERUN REBUILDS THE SAME OSTDTL AND
      *                         NOTHING IS SENT TWICE.  OSTSTATE (NOW
      *                         SSCOSTR) IS HELD UNTIL THE SSCOSTEV
      *                         ENVELOPE STEP ENDS CLEAN, AND AN
      *                         UNENVELOPED OSTDTL IS NEVER OVERWRITTEN.
      * 2026-10-15  P.SANTANA   AN UNENVELOPED OSTDTL IS NOW HELD AT
      *                         RC 4 RATHER THAN REFUSED AT RC 16, SO
      *                         THE SSCOSTEV STEP IS NOT LOCKED OUT.
      *                         ONLY STATUS 35 ON OSTSTATE MEANS NO
      *                         PRIOR RUN - ANY OTHER OPEN FAILURE IS
      *                         RC 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCOSTOB.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-10-10.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSCOSCH-FILE       ASSIGN TO OOSTCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCOSCH-KEY
               FILE STATUS IS WS-OSCH-STATUS.

           SELECT ORDER-CLOSURE-FILE ASSIGN TO OSTDTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OSTDTL-STATUS.

           SELECT SSCOSTR-FILE       ASSIGN TO OSTSTATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OSTR-STATUS.

           SELECT SSCRUNL-FILE       ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.

           SELECT SSCOSTOB-RPT       ASSIGN TO OSTOBRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OSTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSCOSCH-FILE.
           COPY SSCOSCH.

       FD  ORDER-CLOSURE-FILE
           RECORDING MODE IS F.
       01  OST-DTL-RECORD               PIC X(205).

       FD  SSCOSTR-FILE
           RECORDING MODE IS F.
           COPY SSCOSTR.

       FD  SSCRUNL-FILE
           RECORDING MODE IS F.
           COPY SSCRUNL.

       FD  SSCOSTOB-RPT.
       01  OSTOB-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY DMSOCLS-DETAIL.

           COPY SSCRUNS.

       01  WS-FILE-STATUSES.
           05  WS-OSCH-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-OSCH-OK                          VALUE '00'.
               88  WS-OSCH-NOT-FOUND                   VALUE '35'.
           05  WS-OSTDTL-STATUS         PIC X(02)  VALUE SPACES.
               88  WS-OSTDTL-OK                        VALUE '00'.
           05  WS-OSTR-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-OSTR-OK                          VALUE '00'.
               88  WS-OSTR-NOT-FOUND                   VALUE '35'.
           05  WS-RUNL-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-RUNL-OK                          VALUE '00'.
           05  WS-OSTRPT-STATUS         PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-OSCH-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-OSCH-AT-EOF                     VALUE 'Y'.
           05  WS-OSCH-OPEN-SW          PIC X(01)  VALUE 'N'.
               88  WS-OSCH-IS-OPEN                    VALUE 'Y'.
           05  WS-OSTDTL-OPEN-SW        PIC X(01)  VALUE 'N'.
               88  WS-OSTDTL-IS-OPEN                  VALUE 'Y'.
           05  WS-RUNL-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-RUNL-AT-EOF                     VALUE 'Y'.
           05  WS-ENVELOPED-SW          PIC X(01)  VALUE 'N'.
               88  WS-PRIOR-RUN-ENVELOPED             VALUE 'Y'.

      *---------------------------------------------------------------*
      *    THE RUN STAMP EVERY CHANGE IN THIS RUN'S OSTDTL CARRIES -  *
      *    THIS RUN'S DATE/TIME, OR A DEAD RUN'S WHEN RESUMING IT.    *
      *---------------------------------------------------------------*
       01  WS-SEND-STAMP.
           05  WS-SEND-DATE             PIC X(08)  VALUE SPACES.
           05  WS-SEND-TIME             PIC X(06)  VALUE SPACES.

       01  WS-PRIOR-STAMP.
           05  WS-PRIOR-DATE            PIC X(08)  VALUE SPACES.
           05  WS-PRIOR-TIME            PIC X(06)  VALUE SPACES.

       01  WS-LEDGER-STAMP.
           05  WS-LEDGER-DATE           PIC X(08)  VALUE SPACES.
           05  WS-LEDGER-TIME           PIC X(06)  VALUE SPACES.

       01  WS-ENVELOPE-STEP-ID          PIC X(08)  VALUE 'SSCOSTEV'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       77  WS-RUN-TIME-FULL             PIC 9(08)  VALUE ZERO.
       77  WS-RUN-TIME                  PIC X(06)  VALUE SPACES.
       77  WS-RETURN-CODE               PIC 9(04)  COMP VALUE ZERO.

       77  WS-CHANGES-READ              PIC 9(09)  VALUE ZERO.
       77  WS-CHANGES-SENT              PIC 9(09)  VALUE ZERO.
       77  WS-ALREADY-SENT              PIC 9(09)  VALUE ZERO.
       77  WS-CHANGES-STAMPED           PIC 9(09)  VALUE ZERO.
       77  WS-SENT-CLOSED               PIC 9(09)  VALUE ZERO.
       77  WS-SENT-REOPENED             PIC 9(09)  VALUE ZERO.
       77  WS-SENT-CANCELLED            PIC 9(09)  VALUE ZERO.

       01  WS-KIND-TEXT                 PIC X(20)  VALUE SPACES.

       01  WS-CHANGE-HEADING.
           05  FILLER                   PIC X(09)  VALUE 'BULK'.
           05  FILLER                   PIC X(09)  VALUE 'ALLOC'.
           05  FILLER                   PIC X(20)  VALUE 'ITEM'.
           05  FILLER                   PIC X(08)  VALUE 'STORE'.
           05  FILLER                   PIC X(06)  VALUE 'WAS'.
           05  FILLER                   PIC X(04)  VALUE 'NOW'.
           05  FILLER                   PIC X(21)  VALUE 'CHANGE'.
           05  FILLER                   PIC X(09)  VALUE 'BY'.
           05  FILLER                   PIC X(09)  VALUE 'USER'.
           05  FILLER                   PIC X(15)  VALUE 'CHANGED'.
           05  FILLER                   PIC X(22)  VALUE SPACES.

       01  WS-CHANGE-LINE.
           05  WS-CL-BULK-NBR           PIC X(08)  VALUE SPACES.
           05  FILLER                   PIC X(01)  VALUE SPACE.
           05  WS-CL-ALLOC-NBR          PIC X(08)  VALUE SPACES.
           05  FILLER                   PIC X(01)  VALUE SPACE.
           05  WS-CL-ITEM-NBR           PIC X(19)  VALUE SPACES.
           05  FILLER                   PIC X(01)  VALUE SPACE.
           05  WS-CL-STORE-NBR          PIC X(05)  VALUE SPACES.
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  WS-CL-OLD-STATUS         PIC X(01)  VALUE SPACE.
           05  FILLER                   PIC X(05)  VALUE SPACES.
           05  WS-CL-NEW-STATUS         PIC X(01)  VALUE SPACE.
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  WS-CL-KIND-TEXT          PIC X(20)  VALUE SPACES.
           05  FILLER                   PIC X(01)  VALUE SPACE.
           05  WS-CL-PROGRAM-ID         PIC X(08)  VALUE SPACES.
           05  FILLER                   PIC X(01)  VALUE SPACE.
           05  WS-CL-USER-ID            PIC X(08)  VALUE SPACES.
           05  FILLER                   PIC X(01)  VALUE SPACE.
           05  WS-CL-CHANGE-DATE        PIC X(08)  VALUE SPACES.
           05  FILLER                   PIC X(01)  VALUE SPACE.
           05  WS-CL-CHANGE-TIME        PIC X(06)  VALUE SPACES.
           05  FILLER                   PIC X(22)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCOSTOB'.
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
               THRU 1000-INITIALIZE-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 2000-STAMP-UNSENT-CHANGES
                   THRU 2000-STAMP-UNSENT-CHANGES-EXIT
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 3000-SEND-STATUS-CHANGES
                   THRU 3000-SEND-STATUS-CHANGES-EXIT
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 3900-SET-STATE-AWAITING-ENV
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 8000-WRITE-FINAL-TOTALS
           END-IF
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
               DISPLAY 'SSCOSTOB - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-CHANGES-READ TO WS-RCTL-RECORDS-IN
           MOVE WS-CHANGES-SENT TO WS-RCTL-RECORDS-OUT
           CALL 'SSCRUNCL' USING WS-RCTL-FUNCTION-SW
                                 WS-RCTL-PROGRAM-ID
                                 WS-RCTL-RETURN-CODE
                                 WS-RCTL-RECORDS-IN
                                 WS-RCTL-RECORDS-OUT
                                 WS-RCTL-RESULT-CODE
           END-CALL
           MOVE WS-RCTL-RETURN-CODE TO RETURN-CODE.

      *---------------------------------------------------------------*
      *    THE RUN STATE DECIDES THE RUN STAMP BEFORE ANYTHING IS     *
      *    OPENED FOR OUTPUT - AN OSTDTL STILL AWAITING ITS ENVELOPE  *
      *    IS HELD HERE, UNTOUCHED, AND THE RUN ENDS RC 4 WITHOUT     *
      *    OPENING ANYTHING ELSE.  NO SSCOSCH YET MEANS NO            *
      *    STATUS HAS CHANGED SINCE THE LOG WAS INTRODUCED - AN       *
      *    EMPTY DETAIL STREAM IS STILL WRITTEN SO THE ENVELOPE STEP  *
      *    SENDS DMS AN EMPTY ENVELOPE.  ANY OTHER OPEN FAILURE STOPS *
      *    THE RUN BEFORE ANYTHING IS STAMPED.                        *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           MOVE WS-RUN-TIME-FULL(1:6) TO WS-RUN-TIME
           MOVE WS-RUN-DATE TO WS-SEND-DATE
           MOVE WS-RUN-TIME TO WS-SEND-TIME
           OPEN OUTPUT SSCOSTOB-RPT
           MOVE SPACES TO OSTOB-RPT-LINE
           STRING 'SSCOSTOB - ORDER CLOSURE STATUS FEED TO DMS - RUN '
                                              DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
               INTO OSTOB-RPT-LINE
           WRITE OSTOB-RPT-LINE
           PERFORM 1100-CHECK-PRIOR-RUN-STATE
               THRU 1100-CHECK-PRIOR-RUN-STATE-EXIT
           IF WS-RETURN-CODE NOT = ZERO
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN I-O    SSCOSCH-FILE
           IF WS-OSCH-OK
               MOVE 'Y' TO WS-OSCH-OPEN-SW
           ELSE
               IF NOT WS-OSCH-NOT-FOUND
                   DISPLAY 'SSCOSTOB - SSCOSCH OPEN FAILED, STATUS = '
                       WS-OSCH-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
           END-IF
           PERFORM 1300-SET-STATE-IN-FLIGHT
           IF WS-RETURN-CODE NOT = ZERO
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN OUTPUT ORDER-CLOSURE-FILE
           IF NOT WS-OSTDTL-OK
               DISPLAY 'SSCOSTOB - OSTDTL OPEN FAILED, STATUS = '
                   WS-OSTDTL-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE 'Y' TO WS-OSTDTL-OPEN-SW.
       1000-INITIALIZE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    IN-FLIGHT - THE PRIOR RUN DIED BEFORE OSTDTL WAS COMPLETE, *
      *    SO ITS RUN STAMP IS ADOPTED AND ITS OSTDTL REBUILT.        *
      *    AWAITING ENVELOPE - THE PRIOR RUN'S OSTDTL MUST HAVE BEEN  *
      *    ENVELOPED BEFORE THIS RUN MAY OVERWRITE IT.  IF NOT, IT    *
      *    IS HELD AND THE RUN ENDS RC 4 - A FAILING CODE HERE WOULD  *
      *    REFUSE THE SSCOSTEV STEP THAT ENVELOPES IT.  NO STATE ON   *
      *    FILE (STATUS 35) MEANS NO PRIOR RUN; ANY OTHER OPEN        *
      *    FAILURE STOPS THE RUN BEFORE ANYTHING IS OPENED.           *
      *---------------------------------------------------------------*
       1100-CHECK-PRIOR-RUN-STATE.
           OPEN INPUT SSCOSTR-FILE
           IF WS-OSTR-NOT-FOUND
               GO TO 1100-CHECK-PRIOR-RUN-STATE-EXIT
           END-IF
           IF NOT WS-OSTR-OK
               DISPLAY 'SSCOSTOB - OSTSTATE OPEN FAILED, STATUS = '
                   WS-OSTR-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1100-CHECK-PRIOR-RUN-STATE-EXIT
           END-IF
           READ SSCOSTR-FILE
               AT END
                   MOVE SPACES TO SSCOSTR-RECORD
           END-READ
           CLOSE SSCOSTR-FILE
           MOVE SSCOSTR-RUN-STAMP TO WS-PRIOR-STAMP
           IF SSCOSTR-IN-FLIGHT
               MOVE WS-PRIOR-STAMP TO WS-SEND-STAMP
               DISPLAY 'SSCOSTOB - PRIOR RUN OF '
                   WS-PRIOR-DATE ' ' WS-PRIOR-TIME
                   ' DIED IN FLIGHT - REBUILDING ITS OSTDTL'
               MOVE SPACES TO OSTOB-RPT-LINE
               STRING '    RESUMING RUN '         DELIMITED BY SIZE
                       WS-PRIOR-DATE              DELIMITED BY SIZE
                       ' '                        DELIMITED BY SIZE
                       WS-PRIOR-TIME              DELIMITED BY SIZE
                       ' - OSTDTL REBUILT FROM ITS CHANGES'
                                                  DELIMITED BY SIZE
                   INTO OSTOB-RPT-LINE
               WRITE OSTOB-RPT-LINE
               GO TO 1100-CHECK-PRIOR-RUN-STATE-EXIT
           END-IF
           IF SSCOSTR-AWAITING-ENVELOPE
               PERFORM 1200-CHECK-PRIOR-ENVELOPED
                   THRU 1200-CHECK-PRIOR-ENVELOPED-EXIT
               IF NOT WS-PRIOR-RUN-ENVELOPED
                   PERFORM 1250-HOLD-PRIOR-OSTDTL
               END-IF
           END-IF.
       1100-CHECK-PRIOR-RUN-STATE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    ONE PASS OF THE LEDGER FOR A CLEAN END OF THE ENVELOPE     *
      *    STEP RECORDED AFTER THE PRIOR RUN STAMP.                   *
      *---------------------------------------------------------------*
       1200-CHECK-PRIOR-ENVELOPED.
           MOVE 'N' TO WS-ENVELOPED-SW
           MOVE 'N' TO WS-RUNL-EOF-SW
           OPEN INPUT SSCRUNL-FILE
           IF NOT WS-RUNL-OK
               DISPLAY 'SSCOSTOB - UNABLE TO OPEN RUN-CONTROL '
                   'LEDGER, STATUS = ' WS-RUNL-STATUS
               GO TO 1200-CHECK-PRIOR-ENVELOPED-EXIT
           END-IF
           PERFORM 1210-READ-LEDGER
           PERFORM UNTIL WS-RUNL-AT-EOF
               IF SSCRUNL-PROGRAM-ID = WS-ENVELOPE-STEP-ID
                   AND SSCRUNL-ENDED
                   AND SSCRUNL-RETURN-CODE NOT > SSCRUNS-CLEAN-RC-LIMIT
                   MOVE SSCRUNL-EVENT-DATE TO WS-LEDGER-DATE
                   MOVE SSCRUNL-EVENT-TIME TO WS-LEDGER-TIME
                   IF WS-LEDGER-STAMP NOT < WS-PRIOR-STAMP
                       MOVE 'Y' TO WS-ENVELOPED-SW
                   END-IF
               END-IF
               PERFORM 1210-READ-LEDGER
           END-PERFORM
           CLOSE SSCRUNL-FILE.
       1200-CHECK-PRIOR-ENVELOPED-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       1210-READ-LEDGER.
           READ SSCRUNL-FILE
               AT END
                   MOVE 'Y' TO WS-RUNL-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
      *    NOTHING IS STAMPED OR OPENED FOR OUTPUT - THE UNSENT       *
      *    CHANGES WAIT FOR THE FIRST RUN AFTER SSCOSTEV ENDS CLEAN.  *
      *---------------------------------------------------------------*
       1250-HOLD-PRIOR-OSTDTL.
           DISPLAY 'SSCOSTOB - OSTDTL OF RUN '
               WS-PRIOR-DATE ' ' WS-PRIOR-TIME
               ' NOT YET ENVELOPED - HELD FOR STEP '
               WS-ENVELOPE-STEP-ID
           MOVE SPACES TO OSTOB-RPT-LINE
           STRING '    OSTDTL OF RUN '            DELIMITED BY SIZE
                   WS-PRIOR-DATE                  DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   WS-PRIOR-TIME                  DELIMITED BY SIZE
                   ' NOT YET ENVELOPED - HELD FOR '
                                                  DELIMITED BY SIZE
                   WS-ENVELOPE-STEP-ID            DELIMITED BY SIZE
                   ', NOTHING STAMPED OR SENT THIS RUN'
                                                  DELIMITED BY SIZE
               INTO OSTOB-RPT-LINE
           WRITE OSTOB-RPT-LINE
           MOVE 4 TO WS-RETURN-CODE.

      *---------------------------------------------------------------*
      *    WRITTEN BEFORE THE FIRST LOG RECORD IS STAMPED.  WITHOUT   *
      *    IT A FAILED RUN COULD NOT BE REBUILT, SO A FAILURE HERE    *
      *    STOPS THE RUN WITH NOTHING STAMPED.                        *
      *---------------------------------------------------------------*
       1300-SET-STATE-IN-FLIGHT.
           MOVE 'I' TO SSCOSTR-RUN-STATE
           PERFORM 1310-WRITE-RUN-STATE.

      *---------------------------------------------------------------*
       1310-WRITE-RUN-STATE.
           MOVE WS-SEND-STAMP TO SSCOSTR-RUN-STAMP
           OPEN OUTPUT SSCOSTR-FILE
           IF NOT WS-OSTR-OK
               DISPLAY 'SSCOSTOB - OSTSTATE OPEN FAILED, STATUS = '
                   WS-OSTR-STATUS
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               WRITE SSCOSTR-RECORD
               IF NOT WS-OSTR-OK
                   DISPLAY 'SSCOSTOB - OSTSTATE WRITE FAILED, '
                       'STATUS = ' WS-OSTR-STATUS
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
               CLOSE SSCOSTR-FILE
               IF NOT WS-OSTR-OK
                   DISPLAY 'SSCOSTOB - OSTSTATE CLOSE FAILED, '
                       'STATUS = ' WS-OSTR-STATUS
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    STAMP PASS - EVERY CHANGE NOT YET STAMPED TAKES THIS RUN'S *
      *    SEND STAMP.  FROM HERE ON THE CHANGE BELONGS TO THIS RUN   *
      *    AND NO OTHER.                                              *
      *---------------------------------------------------------------*
       2000-STAMP-UNSENT-CHANGES.
           IF NOT WS-OSCH-IS-OPEN
               GO TO 2000-STAMP-UNSENT-CHANGES-EXIT
           END-IF
           PERFORM 2050-START-LOG-BROWSE
           PERFORM UNTIL WS-OSCH-AT-EOF
               IF SSCOSCH-SENT-DATE = SPACES
                   PERFORM 2200-STAMP-ONE-CHANGE
                   IF WS-RETURN-CODE NOT = ZERO
                       GO TO 2000-STAMP-UNSENT-CHANGES-EXIT
                   END-IF
               END-IF
               PERFORM 2100-READ-NEXT-CHANGE
           END-PERFORM.
       2000-STAMP-UNSENT-CHANGES-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2050-START-LOG-BROWSE.
           MOVE 'N' TO WS-OSCH-EOF-SW
           MOVE LOW-VALUES TO SSCOSCH-KEY
           START SSCOSCH-FILE KEY IS NOT LESS THAN SSCOSCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-OSCH-EOF-SW
           END-START
           IF NOT WS-OSCH-AT-EOF
               PERFORM 2100-READ-NEXT-CHANGE
           END-IF.

      *---------------------------------------------------------------*
       2100-READ-NEXT-CHANGE.
           READ SSCOSCH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OSCH-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       2200-STAMP-ONE-CHANGE.
           MOVE WS-SEND-DATE             TO SSCOSCH-SENT-DATE
           MOVE WS-SEND-TIME             TO SSCOSCH-SENT-TIME
           REWRITE SSCOSCH-RECORD
           IF NOT WS-OSCH-OK
               DISPLAY 'SSCOSTOB - SSCOSCH REWRITE FAILED, STATUS = '
                   WS-OSCH-STATUS ' KEY = ' SSCOSCH-KEY
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-CHANGES-STAMPED
           END-IF.

      *---------------------------------------------------------------*
      *    SEND PASS - BROWSE THE WHOLE LOG IN KEY (CHANGE) ORDER     *
      *    AND WRITE A DETAIL FOR EVERY CHANGE CARRYING THIS RUN'S    *
      *    SEND STAMP.  A CHANGE STAMPED BY ANY EARLIER RUN HAS GONE  *
      *    TO DMS ALREADY AND IS COUNTED AND SKIPPED.                 *
      *---------------------------------------------------------------*
       3000-SEND-STATUS-CHANGES.
           MOVE SPACES TO OSTOB-RPT-LINE
           WRITE OSTOB-RPT-LINE
           MOVE WS-CHANGE-HEADING TO OSTOB-RPT-LINE
           WRITE OSTOB-RPT-LINE
           IF NOT WS-OSCH-IS-OPEN
               MOVE '    NO SSCOSCH STATUS CHANGE LOG ON FILE'
                   TO OSTOB-RPT-LINE
               WRITE OSTOB-RPT-LINE
           ELSE
               PERFORM 2050-START-LOG-BROWSE
           END-IF
           PERFORM UNTIL WS-OSCH-AT-EOF
                   OR NOT WS-OSCH-IS-OPEN
               ADD 1 TO WS-CHANGES-READ
               IF SSCOSCH-SENT-DATE = WS-SEND-DATE
                   AND SSCOSCH-SENT-TIME = WS-SEND-TIME
                   PERFORM 3200-SEND-ONE-CHANGE
                   IF WS-RETURN-CODE NOT = ZERO
                       GO TO 3000-SEND-STATUS-CHANGES-EXIT
                   END-IF
               ELSE
                   ADD 1 TO WS-ALREADY-SENT
               END-IF
               PERFORM 2100-READ-NEXT-CHANGE
           END-PERFORM
           IF WS-CHANGES-SENT = ZERO
               MOVE '    NO UNSENT STATUS CHANGES'
                   TO OSTOB-RPT-LINE
               WRITE OSTOB-RPT-LINE
           END-IF
           CLOSE ORDER-CLOSURE-FILE
           MOVE 'N' TO WS-OSTDTL-OPEN-SW
           IF NOT WS-OSTDTL-OK
               DISPLAY 'SSCOSTOB - OSTDTL CLOSE FAILED, STATUS = '
                   WS-OSTDTL-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF.
       3000-SEND-STATUS-CHANGES-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3200-SEND-ONE-CHANGE.
           MOVE SPACES                   TO DMSOCLS-DETAIL
           MOVE '036'                    TO DMSOCLS-RECORD-TYPE
           MOVE SSCOSCH-BULK-NBR         TO DMSOCLS-BULK-NBR
           MOVE SSCOSCH-ALLOC-NBR        TO DMSOCLS-ALLOC-NBR
           MOVE SSCOSCH-ITEM-NBR         TO DMSOCLS-ITEM-NBR
           MOVE SSCOSCH-NEW-STATUS       TO DMSOCLS-STATUS-CODE
           MOVE SSCOSCH-OLD-STATUS       TO DMSOCLS-PRIOR-STATUS-CODE
           MOVE SSCOSCH-CHANGE-KIND      TO DMSOCLS-CHANGE-REASON
           MOVE SSCOSCH-STORE-NBR        TO DMSOCLS-STORE-NBR
           MOVE SSCOSCH-SUPPLIER-NBR     TO DMSOCLS-SUPPLIER-NBR
           MOVE SSCOSCH-ORDERED-UNITS    TO DMSOCLS-ORDERED-UNITS
           MOVE SSCOSCH-RECEIVED-UNITS   TO DMSOCLS-RECEIVED-UNITS
           MOVE SSCOSCH-RTV-UNITS        TO DMSOCLS-RTV-UNITS
           MOVE SSCOSCH-CHANGE-DATE      TO DMSOCLS-TRANS-DATE
           MOVE SSCOSCH-CHANGE-TIME      TO DMSOCLS-TRANS-TIME
           MOVE SSCOSCH-KEY              TO DMSOCLS-CHANGE-ID
           MOVE DMSOCLS-DETAIL           TO OST-DTL-RECORD
           WRITE OST-DTL-RECORD
           IF NOT WS-OSTDTL-OK
               DISPLAY 'SSCOSTOB - OSTDTL WRITE FAILED, STATUS = '
                   WS-OSTDTL-STATUS
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               PERFORM 3250-COUNT-ONE-CHANGE
           END-IF.

      *---------------------------------------------------------------*
       3250-COUNT-ONE-CHANGE.
           ADD 1 TO WS-CHANGES-SENT
           EVALUATE TRUE
               WHEN SSCOSCH-CANCELLED
                   ADD 1 TO WS-SENT-CANCELLED
               WHEN SSCOSCH-TOLERANCE-CLOSE
                   OR SSCOSCH-FORCE-CLOSE
                   ADD 1 TO WS-SENT-CLOSED
               WHEN OTHER
                   ADD 1 TO WS-SENT-REOPENED
           END-EVALUATE
           PERFORM 3300-WRITE-CHANGE-LINE.

      *---------------------------------------------------------------*
       3300-WRITE-CHANGE-LINE.
           EVALUATE TRUE
               WHEN SSCOSCH-TOLERANCE-CLOSE
                   MOVE 'CLOSED IN TOLERANCE' TO WS-KIND-TEXT
               WHEN SSCOSCH-AUTO-REOPEN
                   MOVE 'REOPENED - TOLERANCE' TO WS-KIND-TEXT
               WHEN SSCOSCH-FORCE-CLOSE
                   MOVE 'FORCE-CLOSED'        TO WS-KIND-TEXT
               WHEN SSCOSCH-MANUAL-REOPEN
                   MOVE 'REOPENED BY DESK'    TO WS-KIND-TEXT
               WHEN SSCOSCH-CANCELLED
                   MOVE 'CANCELLED BY DMS'    TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN CHANGE KIND' TO WS-KIND-TEXT
           END-EVALUATE
           MOVE SSCOSCH-BULK-NBR         TO WS-CL-BULK-NBR
           MOVE SSCOSCH-ALLOC-NBR        TO WS-CL-ALLOC-NBR
           MOVE SSCOSCH-ITEM-NBR         TO WS-CL-ITEM-NBR
           MOVE SSCOSCH-STORE-NBR        TO WS-CL-STORE-NBR
           MOVE SSCOSCH-OLD-STATUS       TO WS-CL-OLD-STATUS
           MOVE SSCOSCH-NEW-STATUS       TO WS-CL-NEW-STATUS
           MOVE WS-KIND-TEXT             TO WS-CL-KIND-TEXT
           MOVE SSCOSCH-PROGRAM-ID       TO WS-CL-PROGRAM-ID
           MOVE SSCOSCH-USER-ID          TO WS-CL-USER-ID
           MOVE SSCOSCH-CHANGE-DATE      TO WS-CL-CHANGE-DATE
           MOVE SSCOSCH-CHANGE-TIME      TO WS-CL-CHANGE-TIME
           MOVE WS-CHANGE-LINE           TO OSTOB-RPT-LINE
           WRITE OSTOB-RPT-LINE.

      *---------------------------------------------------------------*
      *    OSTDTL IS COMPLETE - HOLD THE RUN STAMP ON FILE UNTIL THE  *
      *    ENVELOPE STEP HAS TAKEN IT.                                *
      *---------------------------------------------------------------*
       3900-SET-STATE-AWAITING-ENV.
           MOVE 'S' TO SSCOSTR-RUN-STATE
           PERFORM 1310-WRITE-RUN-STATE.

      *---------------------------------------------------------------*
       8000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO OSTOB-RPT-LINE
           WRITE OSTOB-RPT-LINE
           MOVE SPACES TO OSTOB-RPT-LINE
           STRING 'STATUS CHANGES SENT TO DMS - ' DELIMITED BY SIZE
                   WS-CHANGES-SENT              DELIMITED BY SIZE
                   ', ALREADY SENT - '          DELIMITED BY SIZE
                   WS-ALREADY-SENT              DELIMITED BY SIZE
                   ', NEWLY STAMPED - '         DELIMITED BY SIZE
                   WS-CHANGES-STAMPED           DELIMITED BY SIZE
               INTO OSTOB-RPT-LINE
           WRITE OSTOB-RPT-LINE
           MOVE SPACES TO OSTOB-RPT-LINE
           STRING 'SENT - CLOSED '              DELIMITED BY SIZE
                   WS-SENT-CLOSED               DELIMITED BY SIZE
                   ', REOPENED '                DELIMITED BY SIZE
                   WS-SENT-REOPENED             DELIMITED BY SIZE
                   ', CANCELLED '               DELIMITED BY SIZE
                   WS-SENT-CANCELLED            DELIMITED BY SIZE
               INTO OSTOB-RPT-LINE
           WRITE OSTOB-RPT-LINE.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF WS-OSCH-IS-OPEN
               CLOSE SSCOSCH-FILE
           END-IF
           IF WS-OSTDTL-IS-OPEN
               CLOSE ORDER-CLOSURE-FILE
           END-IF
           CLOSE SSCOSTOB-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE.
