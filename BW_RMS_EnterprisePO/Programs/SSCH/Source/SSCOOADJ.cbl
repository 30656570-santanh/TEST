      *   OPERATOR'S REASON.  MANUAL CORRECTIONS HAPPEN WEEKLY -      *
      *   NOW THEY ARE VISIBLE.                                       *
      *                                                                *
      *   THE KEYING USER MUST HOLD AN SSCOPAU GRANT FOR THE ACTION.  *
      *   A FORCE-CLOSE - OR A UNIT ADJUSTMENT - THAT WRITES OFF MORE *
      *   OPEN UNITS THAN THE DUAL-CONTROL THRESHOLD IS HELD UNTIL A  *
      *   SECOND USER WITH APPROVER AUTHORITY KEYS THE SAME           *
      *   TRANSACTION (SEE SSCAUTCK).                                 *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-02  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-09-28  P.SANTANA   EVERY TRANSACTION IS CHECKED AGAINST THE
      *                         SSCOPAU OPERATOR AUTHORIZATION MASTER
      *                         (CALLS SSCAUTCK), AND A WRITE-OFF OF
      *                         OPEN UNITS ABOVE WS-DUAL-CONTROL-UNITS
      *                         IS HELD FOR A SECOND APPROVER.
      * 2026-10-10  P.SANTANA   A TRANSACTION THAT CHANGES THE LINE'S
      *                         STATUS (FORCE-CLOSE, REOPEN, OR A UNIT
      *                         ADJUSTMENT THAT CLOSES OR REOPENS IT)
      *                         IS LOGGED ON THE SSCOSCH ORDER STATUS
      *                         CHANGE LOG FOR THE SSCOSTOB FEED BACK
      *                         TO DMS.
      * 2026-10-15  P.SANTANA   A FAILED SSCOSCH WRITE IS DISPLAYED WITH
      *                         ITS KEY AND ENDS THE RUN AT RC 16 SO NO
      *                         STATUS CHANGE GOES UNLOGGED.
      * 2026-10-15  P.SANTANA   A STATUS CHANGE IS LOGGED ON SSCOSCH
      *                         BEFORE THE SSCOOM REWRITE, SO A FAILED
      *                         LOG WRITE LEAVES THE LINE UNCHANGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCOOADJ.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OAUD-STATUS.

           SELECT SSCOSCH-FILE       ASSIGN TO OOSTCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCOSCH-KEY
               FILE STATUS IS WS-OSCH-STATUS.

           SELECT SSCOOADJ-RPT       ASSIGN TO OOADJRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJRPT-STATUS.
           RECORDING MODE IS F.
           COPY SSCOAUD.

       FD  SSCOSCH-FILE.
           COPY SSCOSCH.

       FD  SSCOOADJ-RPT.
       01  OOADJ-RPT-LINE                PIC X(132).

               88  WS-OOM-OK                           VALUE '00'.
           05  WS-OAUD-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-OAUD-NOT-FOUND                   VALUE '35'.
           05  WS-OSCH-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-ADJRPT-STATUS          PIC X(02)  VALUE SPACES.

       01  WS-EOF-SW                     PIC X(01)  VALUE 'N'.
       77  WS-TRANS-APPLIED              PIC 9(05)  VALUE ZERO.
       77  WS-TRANS-REJECTED             PIC 9(05)  VALUE ZERO.
       77  WS-LINES-CLOSED               PIC 9(05)  VALUE ZERO.
       77  WS-TRANS-HELD                 PIC 9(05)  VALUE ZERO.
       77  WS-STATUS-CHANGES             PIC 9(07)  VALUE ZERO.
       77  WS-PRIOR-STATUS-SW            PIC X(01)  VALUE SPACE.

       77  WS-RELIEVED-UNITS             PIC 9(10)  VALUE ZERO.
       77  WS-REJECT-REASON              PIC X(44)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    DUAL-CONTROL THRESHOLD - A CORRECTION THAT WRITES OFF MORE *
      *    OPEN UNITS THAN THIS NEEDS A SECOND APPROVER.  CHANGE HERE *
      *    TO RETUNE.                                                 *
      *---------------------------------------------------------------*
       77  WS-DUAL-CONTROL-UNITS         PIC 9(09)  VALUE 500.

       77  WS-NEW-UNITS-NUM              PIC 9(09)  VALUE ZERO.
       77  WS-OPEN-BEFORE                PIC S9(10) VALUE ZERO.
       77  WS-OPEN-AFTER                 PIC S9(10) VALUE ZERO.
       77  WS-WRITE-OFF-UNITS            PIC 9(09)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    OPERATOR AUTHORIZATION (CALLS SSCAUTCK)                    *
      *---------------------------------------------------------------*
       01  WS-AUTH-LINKAGE.
           05  WS-AUTH-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-AUTH-PROGRAM-ID       PIC X(08)  VALUE 'SSCOOADJ'.
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
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCOOADJ'.
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
           PERFORM 2000-APPLY-ADJUSTMENTS
               THRU 2000-APPLY-ADJUSTMENTS-EXIT
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
               DISPLAY 'SSCOOADJ - NOT STARTED, STREAM PREREQUISITE '
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-OAUD-NOT-FOUND
               OPEN OUTPUT SSCOAUD-FILE
           END-IF
           OPEN I-O    SSCOSCH-FILE
           IF WS-OSCH-STATUS = '35'
               OPEN OUTPUT SSCOSCH-FILE
               CLOSE SSCOSCH-FILE
               OPEN I-O SSCOSCH-FILE
           END-IF
           OPEN OUTPUT SSCOOADJ-RPT
           MOVE 'SSCOOADJ - ORDER BOOK MANUAL ADJUSTMENTS'
               TO OOADJ-RPT-LINE
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2200-APPLY-ONE-ADJUSTMENT-EXIT
           END-IF
           MOVE 'A'                  TO WS-AUTH-FUNCTION-SW
           MOVE SSCOFIX-ACTION-CODE  TO WS-AUTH-ACTION-CODE
           MOVE SSCOFIX-USER-ID      TO WS-AUTH-USER-ID
           CALL 'SSCAUTCK' USING WS-AUTH-FUNCTION-SW
                                 WS-AUTH-PROGRAM-ID
                                 WS-AUTH-ACTION-CODE
                                 WS-AUTH-USER-ID
                                 WS-AUTH-REQUEST-KEY
                                 WS-AUTH-REQUEST-DATA
                                 WS-AUTH-OTHER-USER-ID
                                 WS-AUTH-RESULT-CODE
           END-CALL
           IF WS-AUTH-REFUSED
               MOVE 'USER NOT AUTHORIZED FOR THIS ACTION'
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2200-APPLY-ONE-ADJUSTMENT-EXIT
           END-IF
           MOVE SSCOFIX-BULK-NBR  TO SSCOOM-BULK-NBR
           MOVE SSCOFIX-ALLOC-NBR TO SSCOOM-ALLOC-NBR
           MOVE SSCOFIX-ITEM-NBR  TO SSCOOM-ITEM-NBR
                   MOVE 'NO ORDER LINE ON SSCOOM FOR THIS KEY'
                       TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-TRANSACTION
                   GO TO 2200-APPLY-ONE-ADJUSTMENT-EXIT
           END-READ
           MOVE SPACES TO WS-AUTH-OTHER-USER-ID
           PERFORM 2250-COMPUTE-WRITE-OFF
               THRU 2250-COMPUTE-WRITE-OFF-EXIT
           IF WS-WRITE-OFF-UNITS > WS-DUAL-CONTROL-UNITS
               PERFORM 2270-DUAL-CONTROL-CHECK
               IF NOT WS-DUAL-APPROVED
                   GO TO 2200-APPLY-ONE-ADJUSTMENT-EXIT
               END-IF
           END-IF
           PERFORM 2300-APPLY-TO-ORDER-LINE.
       2200-APPLY-ONE-ADJUSTMENT-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    OPEN UNITS THE CORRECTION WOULD WRITE OFF - THE WHOLE OPEN *
      *    BALANCE ON A FORCE-CLOSE, THE DROP IN THE OPEN BALANCE ON  *
      *    A UNIT ADJUSTMENT, NOTHING ON A REOPEN OR ON A LINE THAT   *
      *    IS NOT OPEN.                                               *
      *---------------------------------------------------------------*
       2250-COMPUTE-WRITE-OFF.
           MOVE ZERO TO WS-WRITE-OFF-UNITS
           IF NOT SSCOOM-IS-OPEN
               OR SSCOFIX-REOPEN
               GO TO 2250-COMPUTE-WRITE-OFF-EXIT
           END-IF
           COMPUTE WS-OPEN-BEFORE = SSCOOM-ORDERED-UNITS
               - SSCOOM-RECEIVED-UNITS - SSCOOM-RTV-UNITS
           IF WS-OPEN-BEFORE < ZERO
               MOVE ZERO TO WS-OPEN-BEFORE
           END-IF
           MOVE ZERO TO WS-OPEN-AFTER
           IF NOT SSCOFIX-FORCE-CLOSE
               MOVE SSCOFIX-NEW-UNITS TO WS-NEW-UNITS-NUM
           END-IF
           EVALUATE TRUE
               WHEN SSCOFIX-SET-ORDERED
                   COMPUTE WS-OPEN-AFTER = WS-NEW-UNITS-NUM
                       - SSCOOM-RECEIVED-UNITS - SSCOOM-RTV-UNITS
               WHEN SSCOFIX-SET-RECEIVED
                   COMPUTE WS-OPEN-AFTER = SSCOOM-ORDERED-UNITS
                       - WS-NEW-UNITS-NUM - SSCOOM-RTV-UNITS
               WHEN SSCOFIX-SET-RTV
                   COMPUTE WS-OPEN-AFTER = SSCOOM-ORDERED-UNITS
                       - SSCOOM-RECEIVED-UNITS - WS-NEW-UNITS-NUM
           END-EVALUATE
           IF WS-OPEN-AFTER < ZERO
               MOVE ZERO TO WS-OPEN-AFTER
           END-IF
           IF WS-OPEN-BEFORE > WS-OPEN-AFTER
               COMPUTE WS-WRITE-OFF-UNITS =
                   WS-OPEN-BEFORE - WS-OPEN-AFTER
           END-IF.
       2250-COMPUTE-WRITE-OFF-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    DUAL CONTROL - THE LINE KEY, NEW UNITS AND UNITS WRITTEN   *
      *    OFF MUST MATCH THE PENDING REQUEST EXACTLY FOR A SECOND    *
      *    USER TO APPROVE IT, SO A RECEIPT POSTED IN BETWEEN FORCES  *
      *    A FRESH REQUEST.  ANYTHING SHORT OF APPROVAL IS HELD.      *
      *---------------------------------------------------------------*
       2270-DUAL-CONTROL-CHECK.
           MOVE 'D'                  TO WS-AUTH-FUNCTION-SW
           MOVE SPACES               TO WS-AUTH-REQUEST-KEY
           MOVE SSCOFIX-BULK-NBR     TO WS-AUTH-REQUEST-KEY(1:8)
           MOVE SSCOFIX-ALLOC-NBR    TO WS-AUTH-REQUEST-KEY(9:8)
           MOVE SSCOFIX-ITEM-NBR     TO WS-AUTH-REQUEST-KEY(17:19)
           MOVE SPACES               TO WS-AUTH-REQUEST-DATA
           MOVE SSCOFIX-NEW-UNITS    TO WS-AUTH-REQUEST-DATA(1:9)
           MOVE WS-WRITE-OFF-UNITS   TO WS-AUTH-REQUEST-DATA(10:9)
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
                       MOVE 'APPROVER MUST BE A SECOND USER'
                           TO WS-REJECT-REASON
                   WHEN WS-DUAL-NOT-APPROVER
                       MOVE 'USER IS NOT AN APPROVER'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE 'AWAITING SECOND APPROVER'
                           TO WS-REJECT-REASON
               END-EVALUATE
               PERFORM 2280-HOLD-TRANSACTION
           END-IF.

      *---------------------------------------------------------------*
       2280-HOLD-TRANSACTION.
           ADD 1 TO WS-TRANS-HELD
           MOVE SPACES TO OOADJ-RPT-LINE
           STRING '*** HELD - BULK '       DELIMITED BY SIZE
                   SSCOFIX-BULK-NBR        DELIMITED BY SIZE
                   ' ALLOC '               DELIMITED BY SIZE
                   SSCOFIX-ALLOC-NBR       DELIMITED BY SIZE
                   ' - '                   DELIMITED BY SIZE
                   WS-WRITE-OFF-UNITS      DELIMITED BY SIZE
                   ' UNITS TO WRITE OFF - ' DELIMITED BY SIZE
                   WS-REJECT-REASON        DELIMITED BY SIZE
               INTO OOADJ-RPT-LINE
           WRITE OOADJ-RPT-LINE.

      *---------------------------------------------------------------*
       2300-APPLY-TO-ORDER-LINE.
           MOVE SSCOOM-STATUS-SW TO WS-PRIOR-STATUS-SW
           EVALUATE TRUE
               WHEN SSCOFIX-FORCE-CLOSE
                   PERFORM 2310-FORCE-CLOSE-LINE
                   PERFORM 2400-EVALUATE-CLOSURE
           END-EVALUATE
           MOVE WS-RUN-DATE TO SSCOOM-LAST-ACTIVITY-DATE
           IF SSCOOM-STATUS-SW NOT = WS-PRIOR-STATUS-SW
               PERFORM 2500-LOG-STATUS-CHANGE
           END-IF
           REWRITE SSCOOM-RECORD
           IF WS-AUTH-OTHER-USER-ID NOT = SPACES
               MOVE SPACES TO OOADJ-RPT-LINE
               STRING '    APPROVED BY '       DELIMITED BY SIZE
                       SSCOFIX-USER-ID         DELIMITED BY SIZE
                       ' - REQUESTED BY '      DELIMITED BY SIZE
                       WS-AUTH-OTHER-USER-ID   DELIMITED BY SIZE
                   INTO OOADJ-RPT-LINE
               WRITE OOADJ-RPT-LINE
           END-IF
           ADD 1 TO WS-TRANS-APPLIED.

      *---------------------------------------------------------------*
               PERFORM 7100-WRITE-AUDIT-RECORD
           END-IF.

      *---------------------------------------------------------------*
      *    SSCOSCH STATUS CHANGE - SAME RECORD SSCOOMNT WRITES, WITH  *
      *    THE KEYING OPERATOR, SO SSCOSTOB TELLS DMS THE DESK CLOSED *
      *    OR REOPENED THE LINE RATHER THAN THE TOLERANCE RULE.       *
      *---------------------------------------------------------------*
       2500-LOG-STATUS-CHANGE.
           ADD 1 TO WS-STATUS-CHANGES
           MOVE SPACES                   TO SSCOSCH-RECORD
           MOVE WS-RUN-DATE              TO SSCOSCH-CHANGE-DATE
           MOVE WS-RUN-TIME              TO SSCOSCH-CHANGE-TIME
           MOVE 'SSCOOADJ'               TO SSCOSCH-PROGRAM-ID
           MOVE WS-STATUS-CHANGES        TO SSCOSCH-CHANGE-SEQ
           MOVE SSCOOM-BULK-NBR          TO SSCOSCH-BULK-NBR
           MOVE SSCOOM-ALLOC-NBR         TO SSCOSCH-ALLOC-NBR
           MOVE SSCOOM-ITEM-NBR          TO SSCOSCH-ITEM-NBR
           MOVE SSCOOM-SUPPLIER-NBR      TO SSCOSCH-SUPPLIER-NBR
           MOVE SSCOOM-STORE-NBR         TO SSCOSCH-STORE-NBR
           MOVE WS-PRIOR-STATUS-SW       TO SSCOSCH-OLD-STATUS
           MOVE SSCOOM-STATUS-SW         TO SSCOSCH-NEW-STATUS
           EVALUATE TRUE
               WHEN SSCOFIX-FORCE-CLOSE
                   MOVE 'F'              TO SSCOSCH-CHANGE-KIND
               WHEN SSCOFIX-REOPEN
                   MOVE 'O'              TO SSCOSCH-CHANGE-KIND
               WHEN SSCOOM-IS-CLOSED
                   MOVE 'T'              TO SSCOSCH-CHANGE-KIND
               WHEN OTHER
                   MOVE 'R'              TO SSCOSCH-CHANGE-KIND
           END-EVALUATE
           MOVE SSCOOM-ORDERED-UNITS     TO SSCOSCH-ORDERED-UNITS
           MOVE SSCOOM-RECEIVED-UNITS    TO SSCOSCH-RECEIVED-UNITS
           MOVE SSCOOM-RTV-UNITS         TO SSCOSCH-RTV-UNITS
           MOVE SSCOFIX-USER-ID          TO SSCOSCH-USER-ID
           WRITE SSCOSCH-RECORD
           IF WS-OSCH-STATUS NOT = '00'
               DISPLAY 'SSCOOADJ - SSCOSCH WRITE FAILED, STATUS = '
                   WS-OSCH-STATUS ' KEY = ' SSCOSCH-KEY
               PERFORM 9000-TERMINATE
               MOVE 16 TO RETURN-CODE
               PERFORM 0200-RUN-CONTROL-END
               STOP RUN
           END-IF.

      *---------------------------------------------------------------*
       2900-REJECT-TRANSACTION.
           ADD 1 TO WS-TRANS-REJECTED
                   WS-TRANS-REJECTED        DELIMITED BY SIZE
                   ', LINES CLOSED BY RULE - ' DELIMITED BY SIZE
                   WS-LINES-CLOSED          DELIMITED BY SIZE
                   ', HELD FOR APPROVAL - ' DELIMITED BY SIZE
                   WS-TRANS-HELD            DELIMITED BY SIZE
               INTO OOADJ-RPT-LINE
           WRITE OOADJ-RPT-LINE
           MOVE SPACES TO OOADJ-RPT-LINE
           STRING 'STATUS CHANGES LOGGED TO SSCOSCH - '
                                            DELIMITED BY SIZE
                   WS-STATUS-CHANGES        DELIMITED BY SIZE
               INTO OOADJ-RPT-LINE
           WRITE OOADJ-RPT-LINE.

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
           CLOSE SSCOFIX-FILE
           CLOSE SSCOOM-FILE
           CLOSE SSCOAUD-FILE
           CLOSE SSCOSCH-FILE
           CLOSE SSCOOADJ-RPT.
