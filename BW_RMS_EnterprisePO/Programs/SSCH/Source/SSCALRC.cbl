      *                         VARYING SEARCH LEAVES THE INDEX ONE
      *                         PAST THE ENTRY THAT MATCHED, SO COUNTS
      *                         WERE ACCUMULATING IN THE WRONG SLOT.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCALRC.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-S-COUNT                PIC ZZZ,ZZ9.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCALRC'.
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
           PERFORM 2000-REGISTER-QUEUED-ALERTS
               THRU 2000-REGISTER-QUEUED-ALERTS-EXIT
           PERFORM 5000-WRITE-ESCALATION-SUMMARY
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
               DISPLAY 'SSCALRC - NOT STARTED, STREAM PREREQUISITE '
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
           COMPUTE WS-RCTL-RECORDS-IN = WS-ALERTS-REGISTERED
                                      + WS-ALERTS-ACKNOWLEDGED
           MOVE WS-ALERTS-ESCALATED TO WS-RCTL-RECORDS-OUT
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
           OPEN I-O SSCALC-FILE
