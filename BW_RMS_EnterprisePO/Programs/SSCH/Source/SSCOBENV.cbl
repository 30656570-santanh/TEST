      *   OUTBOUND DETAIL LAYOUT CAN NEVER BREAK A HAND-BUILT         *
      *   TRAILER AGAIN.  THE TYPE-OF-TRANS, LOCATION-CODE AND        *
      *   SYS-SOURCE-CODE FOR THE ENVELOPE ARRIVE ON THE PARM FILE.   *
      *   SO DOES AN OPTIONAL RUN-CONTROL ID - AN ENVELOPE RUN THAT   *
      *   IS ITSELF A STEP OF THE NIGHTLY STREAM (SEE SSCRUNS) IS     *
      *   LEDGERED UNDER THAT STEP'S ID INSTEAD OF 'SSCOBENV', SO     *
      *   ITS PREREQUISITES ARE ENFORCED AND THE RESTART REPORT CAN   *
      *   POINT AT IT.                                                *
      *                                                                *
      *   A STRAY 000 OR 999 RECORD FOUND IN THE DETAIL STREAM IS     *
      *   DROPPED AND REPORTED - THE ENVELOPE IS BUILT HERE AND       *
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-02  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-10-15  P.SANTANA   OPTIONAL RUN-CONTROL ID ON THE PARM
      *                         RECORD - THE PARM IS NOW READ BEFORE
      *                         THE LEDGER START SO A STREAM ENVELOPE
      *                         STEP (SSCOSTEV) IS LEDGERED UNDER ITS
      *                         OWN ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCOBENV.
           05  OBENV-PARM-TYPE-OF-TRANS PIC X(20).
           05  OBENV-PARM-LOCATION-CODE PIC X(02).
           05  OBENV-PARM-SYS-SOURCE    PIC X(03).
           05  OBENV-PARM-RUN-CONTROL-ID
                                        PIC X(08).
      *        SPACES UNLESS THE RUN IS A STREAM STEP ON SSCRUNS
           05  FILLER                   PIC X(47).

       FD  SSCOBENV-RPT.
       01  OBENV-RPT-LINE               PIC X(132).
               88  WS-OSEQA-IS-ERROR                  VALUE 'E'.
           05  WS-OSEQA-FUNCTION-SW     PIC X(01)  VALUE 'A'.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCOBENV'.
           05  WS-RCTL-RETURN-CODE      PIC 9(04)  VALUE ZERO.
           05  WS-RCTL-RECORDS-IN       PIC 9(09)  VALUE ZERO.
           05  WS-RCTL-RECORDS-OUT      PIC 9(09)  VALUE ZERO.
           05  WS-RCTL-RESULT-CODE      PIC X(01)  VALUE SPACES.
               88  WS-RCTL-REFUSED                    VALUE 'R'.

       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0050-READ-ENVELOPE-PARM
               THRU 0050-READ-ENVELOPE-PARM-EXIT
           PERFORM 0100-RUN-CONTROL-START
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 5000-WRITE-FINAL-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 0200-RUN-CONTROL-END
           GOBACK.

      *---------------------------------------------------------------*
      *    READ BEFORE THE LEDGER START - A RUN-CONTROL ID ON THE     *
      *    PARM REPLACES 'SSCOBENV' AS THE LEDGER PROGRAM-ID.  A      *
      *    MISSING OR BAD PARM IS LEDGERED AS 'SSCOBENV' AND ENDS     *
      *    RC 16 WITHOUT BUILDING AN ENVELOPE.                        *
      *---------------------------------------------------------------*
       0050-READ-ENVELOPE-PARM.
           OPEN INPUT OBENV-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'SSCOBENV - UNABLE TO OPEN OBENV-PARM-FILE, '
                   'STATUS = ' WS-PARM-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 0050-READ-ENVELOPE-PARM-EXIT
           END-IF
           READ OBENV-PARM-FILE
               AT END
                   DISPLAY 'SSCOBENV - ENVELOPE PARM RECORD MISSING'
                   MOVE 16 TO WS-RETURN-CODE
                   CLOSE OBENV-PARM-FILE
                   GO TO 0050-READ-ENVELOPE-PARM-EXIT
           END-READ
           MOVE OBENV-PARM-TYPE-OF-TRANS TO WS-ENV-TYPE-OF-TRANS
           MOVE OBENV-PARM-LOCATION-CODE TO WS-ENV-LOCATION-CODE
           MOVE OBENV-PARM-SYS-SOURCE    TO WS-ENV-SYS-SOURCE
           IF OBENV-PARM-RUN-CONTROL-ID NOT = SPACES
               MOVE OBENV-PARM-RUN-CONTROL-ID TO WS-RCTL-PROGRAM-ID
           END-IF
           CLOSE OBENV-PARM-FILE
           IF WS-ENV-TYPE-OF-TRANS = SPACES
               DISPLAY 'SSCOBENV - TYPE-OF-TRANS PARM IS BLANK'
               MOVE 16 TO WS-RETURN-CODE
           END-IF.
       0050-READ-ENVELOPE-PARM-EXIT.
           EXIT.

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
               DISPLAY 'SSCOBENV - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE ZERO TO WS-RCTL-RECORDS-IN
           MOVE WS-DETAILS-WRITTEN TO WS-RCTL-RECORDS-OUT
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
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           MOVE WS-RUN-TIME-FULL(1:6) TO WS-RUN-TIME
           OPEN OUTPUT SSCOBENV-RPT
           MOVE 'SSCOBENV - OUTBOUND DMS ENVELOPE BUILDER'
               TO OBENV-RPT-LINE
           WRITE OBENV-RPT-LINE
           IF WS-RETURN-CODE NOT = ZERO
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN INPUT OUTBOUND-DETAIL-FILE
