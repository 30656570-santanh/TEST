      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-08-21  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-09-28  P.SANTANA   EVERY REPAIR TRANSACTION IS CHECKED
      *                         AGAINST THE SSCOPAU OPERATOR
      *                         AUTHORIZATION MASTER (CALLS SSCAUTCK) -
      *                         AN UNAUTHORIZED USER ID IS NOT APPLIED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCQRPR.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-L-TRAILER-COUNT        PIC X(09).

      *---------------------------------------------------------------*
      *    OPERATOR AUTHORIZATION (CALLS SSCAUTCK)                    *
      *---------------------------------------------------------------*
       01  WS-AUTH-LINKAGE.
           05  WS-AUTH-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-AUTH-PROGRAM-ID       PIC X(08)  VALUE 'SSCQRPR'.
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
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCQRPR'.
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
           PERFORM 2000-LIST-QUARANTINE-CONTENTS
               THRU 2000-LIST-QUARANTINE-CONTENTS-EXIT
           END-IF
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
               DISPLAY 'SSCQRPR - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-PHYSICAL-RECORD-COUNT TO WS-RCTL-RECORDS-IN
           MOVE WS-RECORDS-WRITTEN TO WS-RCTL-RECORDS-OUT
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
               WRITE QRPR-RPT-LINE
               CLOSE SSCQRPR-RPT
               MOVE 16 TO RETURN-CODE
               PERFORM 0200-RUN-CONTROL-END
               GOBACK
           END-IF
           OPEN EXTEND SSCQAUD-FILE
           PERFORM 3100-READ-REPAIR-TRANSACTION
           PERFORM UNTIL WS-QFIX-AT-EOF
               PERFORM 3200-STORE-REPAIR-TRANSACTION
                   THRU 3200-STORE-REPAIR-TRANSACTION-EXIT
               PERFORM 3100-READ-REPAIR-TRANSACTION
           END-PERFORM
           CLOSE SSCQFIX-FILE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SSCQFIX-FIX-TRAILER-COUNT
               OR SSCQFIX-RECOUNT-TRAILER
               OR SSCQFIX-FIX-LOCATION
               OR SSCQFIX-FIX-SYS-SOURCE
               OR SSCQFIX-DROP-DETAIL
               PERFORM 3250-CHECK-AUTHORIZATION
               IF WS-AUTH-REFUSED
                   MOVE SPACES TO QRPR-RPT-LINE
                   STRING '*** REJECTED - USER NOT AUTHORIZED '
                           DELIMITED BY SIZE
                           SSCQFIX-USER-ID DELIMITED BY SIZE
                       INTO QRPR-RPT-LINE
                   WRITE QRPR-RPT-LINE
                   ADD 1 TO WS-FIXES-UNUSED
                   GO TO 3200-STORE-REPAIR-TRANSACTION-EXIT
               END-IF
           END-IF
           IF SSCQFIX-FIX-TRAILER-COUNT
               OR SSCQFIX-RECOUNT-TRAILER
               OR SSCQFIX-FIX-LOCATION
               WRITE QRPR-RPT-LINE
               ADD 1 TO WS-FIXES-UNUSED
           END-IF.
       3200-STORE-REPAIR-TRANSACTION-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3250-CHECK-AUTHORIZATION.
           MOVE 'A'                  TO WS-AUTH-FUNCTION-SW
           MOVE SSCQFIX-ACTION-CODE  TO WS-AUTH-ACTION-CODE
           MOVE SSCQFIX-USER-ID      TO WS-AUTH-USER-ID
           CALL 'SSCAUTCK' USING WS-AUTH-FUNCTION-SW
                                 WS-AUTH-PROGRAM-ID
                                 WS-AUTH-ACTION-CODE
                                 WS-AUTH-USER-ID
                                 WS-AUTH-REQUEST-KEY
                                 WS-AUTH-REQUEST-DATA
                                 WS-AUTH-OTHER-USER-ID
                                 WS-AUTH-RESULT-CODE
           END-CALL.

      *---------------------------------------------------------------*
      *    PASS 2 - COPY THE QUARANTINED FILE TO THE RESUBMIT OUTPUT, *

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
           CLOSE SSCQAUD-FILE
           CLOSE SSCQRPR-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE.
