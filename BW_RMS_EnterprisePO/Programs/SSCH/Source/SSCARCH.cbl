      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-08-21  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCARCH.
       77  WS-ENVELOPES-CATALOGED       PIC 9(05)  VALUE ZERO.
       77  WS-ENVELOPE-DETAIL-COUNT     PIC 9(09)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCARCH'.
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
           PERFORM 2000-ARCHIVE-AND-CATALOG
               THRU 2000-ARCHIVE-AND-CATALOG-EXIT
           PERFORM 5000-WRITE-FINAL-TOTALS
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
               DISPLAY 'SSCARCH - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-RECORDS-ARCHIVED TO WS-RCTL-RECORDS-IN
           MOVE WS-ENVELOPES-CATALOGED TO WS-RCTL-RECORDS-OUT
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
                   'STATUS = ' WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SSCARCH-RPT
               PERFORM 0200-RUN-CONTROL-END
               GOBACK
           END-IF
           READ ARCH-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   CLOSE ARCH-PARM-FILE
                   CLOSE SSCARCH-RPT
                   PERFORM 0200-RUN-CONTROL-END
                   GOBACK
           END-READ
           MOVE ARCH-PARM-ARCHIVE-DSN TO WS-ARCHIVE-DSN
