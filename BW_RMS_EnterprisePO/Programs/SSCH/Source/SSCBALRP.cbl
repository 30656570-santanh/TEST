      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-02  P.SANTANA   ORIGINAL.
      * 2026-09-24  P.SANTANA   065 SHIP POINT FEED NOW COVERED - ITS
      *                         LOADER SSCSHPLD WRITES SSCAPPC.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCBALRP.
           05  FILLER                    PIC X(03)  VALUE '230'.
           05  FILLER                    PIC X(03)  VALUE '231'.
           05  FILLER                    PIC X(03)  VALUE '232'.
           05  FILLER                    PIC X(03)  VALUE '065'.
       01  WS-COVERED-FEEDS REDEFINES WS-COVERED-FEEDS-LIST.
           05  WS-COVERED-CODE           OCCURS 8 TIMES
                                         PIC X(03).
       77  WS-COVERED-IDX                PIC 9(02)  VALUE ZERO.
       77  WS-COVERED-SW                 PIC X(01)  VALUE 'N'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-STATUS               PIC X(28).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCBALRP'.
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
           PERFORM 2000-LOAD-VOLUME-SIDE
               THRU 2000-LOAD-VOLUME-SIDE-EXIT
               UNTIL WS-BAL-IDX > WS-BAL-COUNT
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
               DISPLAY 'SSCBALRP - NOT STARTED, STREAM PREREQUISITE '
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
           COMPUTE WS-RCTL-RECORDS-IN = WS-FEEDS-IN-BALANCE
                                      + WS-FEEDS-OUT-OF-BALANCE
           MOVE WS-FEEDS-OUT-OF-BALANCE TO WS-RCTL-RECORDS-OUT
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
           OPEN INPUT SSCVOL-TRANS-FILE
           MOVE 'N' TO WS-COVERED-SW
           PERFORM 4100-CHECK-FEED-COVERED
               VARYING WS-COVERED-IDX FROM 1 BY 1
               UNTIL WS-COVERED-IDX > 8
                   OR WS-FEED-IS-COVERED
           IF NOT WS-FEED-IS-COVERED
               AND WS-BAL-APPC-SEEN-SW(WS-BAL-IDX) NOT = 'Y'
           END-IF
      *    A COVERED FEED THAT SIMPLY DID NOT ARRIVE - NO ACCEPTED
      *    FILE AND A LOADER THAT READ NOTHING - IS NOT A BALANCING
      *    EXCEPTION.  060/230/231/232/065 ARE NOT DAILY FEEDS, AND A
      *    FALSE ALARM EVERY QUIET NIGHT WOULD DESTROY THE REPORT'S
      *    CREDIBILITY AS THE AUDITORS' PROOF.  SSCFSCHK, NOT THIS
      *    REPORT, IS WHERE A FEED THAT SHOULD HAVE ARRIVED AND DID
