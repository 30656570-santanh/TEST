      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-02  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCAGERP.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-D-FLAGS                PIC X(30).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCAGERP'.
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
           PERFORM 2000-LOAD-AGING-DETAIL
               THRU 2000-LOAD-AGING-DETAIL-EXIT
               UNTIL WS-AGE-IDX > WS-AGE-COUNT
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
               DISPLAY 'SSCAGERP - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-DETAILS-LOADED TO WS-RCTL-RECORDS-IN
           MOVE WS-LINES-REPORTED TO WS-RCTL-RECORDS-OUT
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
           OPEN INPUT WOS-AGING-FILE
