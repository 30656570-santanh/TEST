      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-02  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-10-10  P.SANTANA   A CANCEL, AND A PARTIAL CANCEL THAT
      *                         CLOSES THE LINE, IS LOGGED ON THE
      *                         SSCOSCH ORDER STATUS CHANGE LOG FOR
      *                         THE SSCOSTOB FEED BACK TO DMS.
      * 2026-10-15  P.SANTANA   A FAILED SSCOSCH WRITE IS DISPLAYED WITH
      *                         ITS KEY AND ENDS THE RUN AT RC 16 SO NO
      *                         STATUS CHANGE GOES UNLOGGED.
      * 2026-10-15  P.SANTANA   A CANCEL IS LOGGED ON SSCOSCH BEFORE THE
      *                         SSCOOM REWRITE, AS THE CLOSURE FLIP IS,
      *                         SO A FAILED LOG WRITE LEAVES THE LINE
      *                         UNCHANGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCORDST.
               RECORD KEY IS SSCOOM-KEY
               FILE STATUS IS WS-OOM-STATUS.

           SELECT SSCOSCH-FILE       ASSIGN TO OOSTCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCOSCH-KEY
               FILE STATUS IS WS-OSCH-STATUS.

           SELECT SSCORDST-RPT       ASSIGN TO ORDSTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDSTRPT-STATUS.
       FD  SSCOOM-FILE.
           COPY SSCOOM.

       FD  SSCOSCH-FILE.
           COPY SSCOSCH.

       FD  SSCORDST-RPT.
       01  ORDST-RPT-LINE                PIC X(132).

           05  WS-OOM-STATUS             PIC X(02)  VALUE SPACES.
               88  WS-OOM-OK                           VALUE '00'.
               88  WS-OOM-NOT-FOUND                    VALUE '23'.
           05  WS-OSCH-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-ORDSTRPT-STATUS        PIC X(02)  VALUE SPACES.

       01  WS-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-END-OF-FILE                        VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       77  WS-RUN-TIME-FULL             PIC 9(08)  VALUE ZERO.

       77  WS-LINES-CANCELLED           PIC 9(07)  VALUE ZERO.
       77  WS-LINES-REDUCED             PIC 9(07)  VALUE ZERO.
       77  WS-STATUS-UNMATCHED          PIC 9(07)  VALUE ZERO.
       77  WS-STATUS-REJECTED           PIC 9(07)  VALUE ZERO.
       77  WS-LINES-CLOSED              PIC 9(07)  VALUE ZERO.
       77  WS-STATUS-CHANGES            PIC 9(07)  VALUE ZERO.
       77  WS-PRIOR-STATUS-SW           PIC X(01)  VALUE SPACE.

       77  WS-RELIEVED-UNITS            PIC 9(10)  VALUE ZERO.
       77  WS-REDUCED-ORDERED           PIC S9(10) VALUE ZERO.
       77  WS-EXCEPTION-TEXT            PIC X(44)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCORDST'.
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
           PERFORM 2000-APPLY-STATUS-FEED
               THRU 2000-APPLY-STATUS-FEED-EXIT
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
               DISPLAY 'SSCORDST - NOT STARTED, STREAM PREREQUISITE '
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
           COMPUTE WS-RCTL-RECORDS-IN = WS-LINES-CANCELLED
                                      + WS-LINES-REDUCED
                                      + WS-STATUS-UNMATCHED
                                      + WS-STATUS-REJECTED
           COMPUTE WS-RCTL-RECORDS-OUT = WS-LINES-CANCELLED
                                       + WS-LINES-REDUCED
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
           OPEN INPUT  WOS-STATUS-FILE
               CLOSE SSCOOM-FILE
               OPEN I-O SSCOOM-FILE
           END-IF
           OPEN I-O    SSCOSCH-FILE
           IF WS-OSCH-STATUS = '35'
               OPEN OUTPUT SSCOSCH-FILE
               CLOSE SSCOSCH-FILE
               OPEN I-O SSCOSCH-FILE
           END-IF
           OPEN OUTPUT SSCORDST-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           MOVE 'SSCORDST - ORDER STATUS APPLY TO OPEN-ORDER MASTER'
               TO ORDST-RPT-LINE
           WRITE ORDST-RPT-LINE.

      *---------------------------------------------------------------*
       2310-CANCEL-ORDER-LINE.
           MOVE SSCOOM-STATUS-SW TO WS-PRIOR-STATUS-SW
           MOVE 'X' TO SSCOOM-STATUS-SW
           MOVE WS-RUN-DATE TO SSCOOM-LAST-ACTIVITY-DATE
           PERFORM 2600-LOG-STATUS-CHANGE
           REWRITE SSCOOM-RECORD
           ADD 1 TO WS-LINES-CANCELLED
           MOVE SPACES TO ORDST-RPT-LINE
      *    SAME CLOSURE RULE AS 4500-EVALUATE-CLOSURE IN SSCOOMNT -   *
      *    A LINE CLOSES ONCE RECEIVED + RTV UNITS COME WITHIN THE    *
      *    ORDER'S TOLERANCE QUANTITY OF THE (NOW REDUCED) ORDERED    *
      *    UNITS.  A STATUS FLIP IS LOGGED ON SSCOSCH FOR DMS.        *
      *---------------------------------------------------------------*
       2400-EVALUATE-CLOSURE.
           MOVE SSCOOM-STATUS-SW TO WS-PRIOR-STATUS-SW
           COMPUTE WS-RELIEVED-UNITS =
               SSCOOM-RECEIVED-UNITS + SSCOOM-RTV-UNITS
           IF WS-RELIEVED-UNITS + SSCOOM-TOLERANCE-QTY >=
               MOVE 'C' TO SSCOOM-STATUS-SW
           ELSE
               MOVE 'O' TO SSCOOM-STATUS-SW
           END-IF
           IF SSCOOM-STATUS-SW NOT = WS-PRIOR-STATUS-SW
               PERFORM 2600-LOG-STATUS-CHANGE
           END-IF.

      *---------------------------------------------------------------*
               INTO ORDST-RPT-LINE
           WRITE ORDST-RPT-LINE.

      *---------------------------------------------------------------*
      *    SSCOSCH STATUS CHANGE - SAME RECORD SSCOOMNT WRITES, SO    *
      *    SSCOSTOB SENDS A CANCEL TO DMS LIKE ANY OTHER CHANGE.      *
      *---------------------------------------------------------------*
       2600-LOG-STATUS-CHANGE.
           ADD 1 TO WS-STATUS-CHANGES
           MOVE SPACES                   TO SSCOSCH-RECORD
           MOVE WS-RUN-DATE              TO SSCOSCH-CHANGE-DATE
           MOVE WS-RUN-TIME-FULL(1:6)    TO SSCOSCH-CHANGE-TIME
           MOVE 'SSCORDST'               TO SSCOSCH-PROGRAM-ID
           MOVE WS-STATUS-CHANGES        TO SSCOSCH-CHANGE-SEQ
           MOVE SSCOOM-BULK-NBR          TO SSCOSCH-BULK-NBR
           MOVE SSCOOM-ALLOC-NBR         TO SSCOSCH-ALLOC-NBR
           MOVE SSCOOM-ITEM-NBR          TO SSCOSCH-ITEM-NBR
           MOVE SSCOOM-SUPPLIER-NBR      TO SSCOSCH-SUPPLIER-NBR
           MOVE SSCOOM-STORE-NBR         TO SSCOSCH-STORE-NBR
           MOVE WS-PRIOR-STATUS-SW       TO SSCOSCH-OLD-STATUS
           MOVE SSCOOM-STATUS-SW         TO SSCOSCH-NEW-STATUS
           EVALUATE TRUE
               WHEN SSCOOM-IS-CANCELLED
                   MOVE 'X'              TO SSCOSCH-CHANGE-KIND
               WHEN SSCOOM-IS-CLOSED
                   MOVE 'T'              TO SSCOSCH-CHANGE-KIND
               WHEN OTHER
                   MOVE 'R'              TO SSCOSCH-CHANGE-KIND
           END-EVALUATE
           MOVE SSCOOM-ORDERED-UNITS     TO SSCOSCH-ORDERED-UNITS
           MOVE SSCOOM-RECEIVED-UNITS    TO SSCOSCH-RECEIVED-UNITS
           MOVE SSCOOM-RTV-UNITS         TO SSCOSCH-RTV-UNITS
           WRITE SSCOSCH-RECORD
           IF WS-OSCH-STATUS NOT = '00'
               DISPLAY 'SSCORDST - SSCOSCH WRITE FAILED, STATUS = '
                   WS-OSCH-STATUS ' KEY = ' SSCOSCH-KEY
               PERFORM 9000-TERMINATE
               MOVE 16 TO RETURN-CODE
               PERFORM 0200-RUN-CONTROL-END
               STOP RUN
           END-IF.

      *---------------------------------------------------------------*
       6000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO ORDST-RPT-LINE
                   ', REJECTED - '         DELIMITED BY SIZE
                   WS-STATUS-REJECTED      DELIMITED BY SIZE
               INTO ORDST-RPT-LINE
           WRITE ORDST-RPT-LINE
           MOVE SPACES TO ORDST-RPT-LINE
           STRING 'STATUS CHANGES LOGGED TO SSCOSCH - '
                                           DELIMITED BY SIZE
                   WS-STATUS-CHANGES       DELIMITED BY SIZE
               INTO ORDST-RPT-LINE
           WRITE ORDST-RPT-LINE.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE WOS-STATUS-FILE
           CLOSE SSCOOM-FILE
           CLOSE SSCOSCH-FILE
           CLOSE SSCORDST-RPT.
