      *   THE SSCLOCX CROSSWALK.  AN ADD OR CHANGE WITH A BLANK OR    *
      *   NON-NUMERIC ACCOUNT NUMBER IS REJECTED - A BAD MAPPING      *
      *   HERE WOULD MISPOST EVERY VALUATION JOURNAL THAT FOLLOWS.    *
      *   THE KEYING USER MUST HOLD AN SSCOPAU GRANT FOR THE ACTION,  *
      *   AND EVERY MAPPING ADD, CHANGE OR DELETE IS HELD UNTIL A     *
      *   SECOND USER WITH APPROVER AUTHORITY KEYS THE SAME           *
      *   TRANSACTION (DUAL CONTROL - SEE SSCAUTCK).  A DELETE AND    *
      *   RE-ADD WOULD OTHERWISE CHANGE A MAPPING UNAPPROVED.         *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-02  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-09-28  P.SANTANA   EVERY TRANSACTION IS CHECKED AGAINST THE
      *                         SSCOPAU OPERATOR AUTHORIZATION MASTER
      *                         (CALLS SSCAUTCK), AND EVERY MAPPING
      *                         CHANGE IS HELD FOR A SECOND APPROVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCGAMNT.

       77  WS-TRANS-APPLIED              PIC 9(05)  VALUE ZERO.
       77  WS-TRANS-REJECTED             PIC 9(05)  VALUE ZERO.
       77  WS-TRANS-HELD                 PIC 9(05)  VALUE ZERO.
       77  WS-APPLIED-VERB               PIC X(08)  VALUE SPACES.

       01  WS-RPT-LINE.
           05  WS-R-ACTION               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-R-STATUS               PIC X(44).

      *---------------------------------------------------------------*
      *    OPERATOR AUTHORIZATION (CALLS SSCAUTCK)                    *
      *---------------------------------------------------------------*
       01  WS-AUTH-LINKAGE.
           05  WS-AUTH-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-AUTH-PROGRAM-ID       PIC X(08)  VALUE 'SSCGAMNT'.
           05  WS-AUTH-ACTION-CODE      PIC X(01)  VALUE SPACES.
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
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCGAMNT'.
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
               DISPLAY 'SSCGAMNT - NOT STARTED, STREAM PREREQUISITE '
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
                                      + WS-TRANS-HELD
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
           OPEN INPUT  SSCGATRN-FILE
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
                   WHEN SSCGATRN-ADD
                       PERFORM 2200-APPLY-ADD
                           THRU 2200-APPLY-ADD-EXIT
                           THRU 2300-APPLY-CHANGE-EXIT
                   WHEN SSCGATRN-DELETE
                       PERFORM 2400-APPLY-DELETE
                           THRU 2400-APPLY-DELETE-EXIT
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO WS-R-STATUS
                       PERFORM 2500-WRITE-TRANSACTION-LINE
       2000-APPLY-TRANSACTIONS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    AN INVALID ACTION CODE IS LEFT FOR THE EVALUATE TO REPORT. *
      *---------------------------------------------------------------*
       2050-CHECK-AUTHORIZATION.
           MOVE 'Y' TO WS-AUTH-RESULT-CODE
           IF SSCGATRN-ADD OR SSCGATRN-CHANGE OR SSCGATRN-DELETE
               MOVE 'A'                  TO WS-AUTH-FUNCTION-SW
               MOVE SSCGATRN-ACTION-CODE TO WS-AUTH-ACTION-CODE
               MOVE SSCGATRN-USER-ID     TO WS-AUTH-USER-ID
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
           READ SSCGATRN-FILE
               ADD 1 TO WS-TRANS-REJECTED
               GO TO 2200-APPLY-ADD-EXIT
           END-IF
           MOVE SSCGATRN-LOCATION-CODE   TO SSCGLAM-LOCATION-CODE
           MOVE SSCGATRN-SUBDIVISION     TO SSCGLAM-SUBDIVISION
           READ SSCGLAM-FILE
               NOT INVALID KEY
                   MOVE 'REJECTED - ALREADY ON FILE' TO WS-R-STATUS
                   PERFORM 2500-WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-TRANS-REJECTED
                   GO TO 2200-APPLY-ADD-EXIT
           END-READ
           PERFORM 2700-DUAL-CONTROL-CHECK
           IF NOT WS-DUAL-APPROVED
               GO TO 2200-APPLY-ADD-EXIT
           END-IF
           MOVE SPACES TO SSCGLAM-RECORD
           MOVE SSCGATRN-LOCATION-CODE   TO SSCGLAM-LOCATION-CODE
           MOVE SSCGATRN-SUBDIVISION     TO SSCGLAM-SUBDIVISION
                   PERFORM 2500-WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE 'ADDED' TO WS-APPLIED-VERB
                   PERFORM 2750-SET-APPROVED-STATUS
                   PERFORM 2500-WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-TRANS-APPLIED
           END-WRITE.
                   MOVE 'REJECTED - NOT ON FILE' TO WS-R-STATUS
                   PERFORM 2500-WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-TRANS-REJECTED
                   GO TO 2300-APPLY-CHANGE-EXIT
           END-READ
           PERFORM 2700-DUAL-CONTROL-CHECK
           IF NOT WS-DUAL-APPROVED
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF
           MOVE SSCGATRN-INVENTORY-ACCT  TO SSCGLAM-INVENTORY-ACCT
           MOVE SSCGATRN-OFFSET-ACCT     TO SSCGLAM-OFFSET-ACCT
           MOVE SSCGATRN-ACTIVE-SW       TO SSCGLAM-ACTIVE-SW
           MOVE WS-RUN-DATE              TO SSCGLAM-LAST-MAINT-DATE
           MOVE SSCGATRN-USER-ID         TO SSCGLAM-LAST-MAINT-USER
           REWRITE SSCGLAM-RECORD
           MOVE 'CHANGED' TO WS-APPLIED-VERB
           PERFORM 2750-SET-APPROVED-STATUS
           PERFORM 2500-WRITE-TRANSACTION-LINE
           ADD 1 TO WS-TRANS-APPLIED.
       2300-APPLY-CHANGE-EXIT.
           EXIT.

       2400-APPLY-DELETE.
           MOVE SSCGATRN-LOCATION-CODE   TO SSCGLAM-LOCATION-CODE
           MOVE SSCGATRN-SUBDIVISION     TO SSCGLAM-SUBDIVISION
           READ SSCGLAM-FILE
               INVALID KEY
                   MOVE 'REJECTED - NOT ON FILE' TO WS-R-STATUS
                   PERFORM 2500-WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-TRANS-REJECTED
                   GO TO 2400-APPLY-DELETE-EXIT
           END-READ
           PERFORM 2700-DUAL-CONTROL-CHECK
           IF NOT WS-DUAL-APPROVED
               GO TO 2400-APPLY-DELETE-EXIT
           END-IF
           DELETE SSCGLAM-FILE
               INVALID KEY
                   MOVE 'REJECTED - NOT ON FILE' TO WS-R-STATUS
                   PERFORM 2500-WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE 'DELETED' TO WS-APPLIED-VERB
                   PERFORM 2750-SET-APPROVED-STATUS
                   PERFORM 2500-WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-TRANS-APPLIED
           END-DELETE.
       2400-APPLY-DELETE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2500-WRITE-TRANSACTION-LINE.
           WRITE GAMNT-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE.

      *---------------------------------------------------------------*
      *    DUAL CONTROL - THE MAPPING KEY AND THE NEW ACCOUNTS MUST   *
      *    MATCH THE PENDING REQUEST EXACTLY FOR A SECOND USER TO     *
      *    APPROVE IT.  ANYTHING SHORT OF APPROVAL IS REPORTED HELD.  *
      *---------------------------------------------------------------*
       2700-DUAL-CONTROL-CHECK.
           MOVE 'D'                      TO WS-AUTH-FUNCTION-SW
           MOVE SSCGATRN-ACTION-CODE     TO WS-AUTH-ACTION-CODE
           MOVE SSCGATRN-USER-ID         TO WS-AUTH-USER-ID
           MOVE SPACES                   TO WS-AUTH-REQUEST-KEY
           MOVE SSCGATRN-LOCATION-CODE   TO WS-AUTH-REQUEST-KEY(1:2)
           MOVE SSCGATRN-SUBDIVISION     TO WS-AUTH-REQUEST-KEY(3:3)
           MOVE SPACES                   TO WS-AUTH-REQUEST-DATA
           IF NOT SSCGATRN-DELETE
               MOVE SSCGATRN-INVENTORY-ACCT
                                         TO WS-AUTH-REQUEST-DATA(1:10)
               MOVE SSCGATRN-OFFSET-ACCT TO WS-AUTH-REQUEST-DATA(11:10)
               MOVE SSCGATRN-ACTIVE-SW   TO WS-AUTH-REQUEST-DATA(21:1)
           END-IF
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
                       MOVE 'HELD - APPROVER MUST BE A SECOND USER'
                           TO WS-R-STATUS
                   WHEN WS-DUAL-NOT-APPROVER
                       MOVE 'HELD - USER IS NOT AN APPROVER'
                           TO WS-R-STATUS
                   WHEN OTHER
                       MOVE 'HELD - AWAITING SECOND APPROVER'
                           TO WS-R-STATUS
               END-EVALUATE
               PERFORM 2500-WRITE-TRANSACTION-LINE
               ADD 1 TO WS-TRANS-HELD
           END-IF.

      *---------------------------------------------------------------*
       2750-SET-APPROVED-STATUS.
           MOVE SPACES TO WS-R-STATUS
           STRING WS-APPLIED-VERB        DELIMITED BY SPACE
                  ' - REQUESTED BY '     DELIMITED BY SIZE
                  WS-AUTH-OTHER-USER-ID  DELIMITED BY SIZE
               INTO WS-R-STATUS.

      *---------------------------------------------------------------*
       3000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO GAMNT-RPT-LINE
                   WS-TRANS-APPLIED         DELIMITED BY SIZE
                   ', REJECTED - '          DELIMITED BY SIZE
                   WS-TRANS-REJECTED        DELIMITED BY SIZE
                   ', HELD FOR APPROVAL - ' DELIMITED BY SIZE
                   WS-TRANS-HELD            DELIMITED BY SIZE
               INTO GAMNT-RPT-LINE
           WRITE GAMNT-RPT-LINE.

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
           CLOSE SSCGATRN-FILE
           CLOSE SSCGLAM-FILE
           CLOSE SSCGAMNT-RPT.
