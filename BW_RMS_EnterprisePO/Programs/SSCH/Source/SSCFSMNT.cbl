      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-02  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-09-28  P.SANTANA   EVERY TRANSACTION IS CHECKED AGAINST THE
      *                         SSCOPAU OPERATOR AUTHORIZATION MASTER
      *                         (CALLS SSCAUTCK) - AN UNAUTHORIZED USER
      *                         ID IS REJECTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCFSMNT.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-R-STATUS               PIC X(40).

      *---------------------------------------------------------------*
      *    OPERATOR AUTHORIZATION (CALLS SSCAUTCK)                    *
      *---------------------------------------------------------------*
       01  WS-AUTH-LINKAGE.
           05  WS-AUTH-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-AUTH-PROGRAM-ID       PIC X(08)  VALUE 'SSCFSMNT'.
           05  WS-AUTH-ACTION-CODE      PIC X(01)  VALUE SPACES.
           05  WS-AUTH-USER-ID          PIC X(08)  VALUE SPACES.
           05  WS-AUTH-REQUEST-KEY      PIC X(40)  VALUE SPACES.
           05  WS-AUTH-REQUEST-DATA     PIC X(40)  VALUE SPACES.
           05  WS-AUTH-OTHER-USER-ID    PIC X(08)  VALUE SPACES.
           05  WS-AUTH-RESULT-CODE      PIC X(01)  VALUE SPACES.
               88  WS-AUTH-GRANTED                    VALUE 'Y'.
               88  WS-AUTH-REFUSED                    VALUE 'N'.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCFSMNT'.
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
           PERFORM 2000-APPLY-TRANSACTIONS
               THRU 2000-APPLY-TRANSACTIONS-EXIT
           PERFORM 3000-WRITE-FINAL-TOTALS
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
               DISPLAY 'SSCFSMNT - NOT STARTED, STREAM PREREQUISITE '
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
           COMPUTE WS-RCTL-RECORDS-IN = WS-TRANS-APPLIED
                                      + WS-TRANS-REJECTED
           MOVE WS-TRANS-APPLIED TO WS-RCTL-RECORDS-OUT
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
           OPEN INPUT  SSCFSTRN-FILE
      *---------------------------------------------------------------*
       2000-APPLY-TRANSACTIONS.
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 2050-CHECK-AUTHORIZATION
               EVALUATE TRUE
                   WHEN WS-AUTH-REFUSED
                       MOVE 'REJECTED - USER NOT AUTHORIZED'
                           TO WS-R-STATUS
                       PERFORM 2500-WRITE-TRANSACTION-LINE
                       ADD 1 TO WS-TRANS-REJECTED
                   WHEN SSCFSTRN-ADD
                       PERFORM 2200-APPLY-ADD
                   WHEN SSCFSTRN-CHANGE
       2000-APPLY-TRANSACTIONS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    AN INVALID ACTION CODE IS LEFT FOR THE EVALUATE TO REPORT. *
      *---------------------------------------------------------------*
       2050-CHECK-AUTHORIZATION.
           MOVE 'Y' TO WS-AUTH-RESULT-CODE
           IF SSCFSTRN-ADD OR SSCFSTRN-CHANGE OR SSCFSTRN-DELETE
               MOVE 'A'                  TO WS-AUTH-FUNCTION-SW
               MOVE SSCFSTRN-ACTION-CODE TO WS-AUTH-ACTION-CODE
               MOVE SSCFSTRN-USER-ID     TO WS-AUTH-USER-ID
               CALL 'SSCAUTCK' USING WS-AUTH-FUNCTION-SW
                                     WS-AUTH-PROGRAM-ID
                                     WS-AUTH-ACTION-CODE
                                     WS-AUTH-USER-ID
                                     WS-AUTH-REQUEST-KEY
                                     WS-AUTH-REQUEST-DATA
                                     WS-AUTH-OTHER-USER-ID
                                     WS-AUTH-RESULT-CODE
               END-CALL
           END-IF.

      *---------------------------------------------------------------*
       2100-READ-TRANSACTION.
           READ SSCFSTRN-FILE

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
           CLOSE SSCFSTRN-FILE
           CLOSE SSCFSKD-FILE
           CLOSE SSCFSMNT-RPT.
