      *                         ACCEPTED DETAIL EQUALS APPLIED PLUS
      *                         SUSPENDED PLUS REJECTED AGAINST THE
      *                         SSCVOLT RECORDS.
      * 2026-09-24  P.SANTANA   BACKOUT COPY OF SSCSUPJ PICKS UP THE NEW
      *                         065 SHIP POINT FEED CONDITION.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-09-30  P.SANTANA   EVERY SUPPLIER GOING INACTIVE OR BACK TO
      *                         ACTIVE IS LOGGED ON THE SSCMSCH STATUS
      *                         CHANGE LOG FOR SSCMSIRP'S IMPACT REPORT.
      *                         THE LOG IS KEYED, SO A RESTARTED RUN
      *                         RE-CAPTURING A CHANGE IS A NO-OP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCSUPLD.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPC-STATUS.

           SELECT SSCMSCH-FILE       ASSIGN TO MSTCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCMSCH-KEY
               FILE STATUS IS WS-MSCH-STATUS.

           SELECT SSCSUPLD-RPT       ASSIGN TO SUPLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPLDRPT-STATUS.
                         SSCSUPJ-FEED-TYPE      BY SSCSUPB-FEED-TYPE
                         SSCSUPJ-ADDRESS-FEED   BY SSCSUPB-ADDRESS-FEED
                         SSCSUPJ-SUBDIV-FEED    BY SSCSUPB-SUBDIV-FEED
                         SSCSUPJ-SHIPPOINT-FEED BY
                                                 SSCSUPB-SHIPPOINT-FEED
                         SSCSUPJ-ACTION-CODE    BY SSCSUPB-ACTION-CODE
                         SSCSUPJ-WAS-ADDED      BY SSCSUPB-WAS-ADDED
                         SSCSUPJ-WAS-REFRESHED  BY
           RECORDING MODE IS F.
           COPY SSCAPPC.

       FD  SSCMSCH-FILE.
           COPY SSCMSCH.

       FD  SSCSUPLD-RPT.
       01  SUPLDRPT-LINE                PIC X(132).

           05  WS-SUPLDRPT-STATUS       PIC X(02)  VALUE SPACES.
           05  WS-APPC-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-APPC-NOT-FOUND                   VALUE '35'.
           05  WS-MSCH-STATUS           PIC X(02)  VALUE SPACES.

       01  WS-SUPADR-EOF-SW             PIC X(01)  VALUE 'N'.
           88  WS-SUPADR-AT-EOF                       VALUE 'Y'.
       77  WS-SUBDIVISIONS-REFRESHED    PIC 9(07)  VALUE ZERO.
       77  WS-BACKOUT-DELETES           PIC 9(07)  VALUE ZERO.
       77  WS-BACKOUT-RESTORES          PIC 9(07)  VALUE ZERO.
       77  WS-STATUS-CHANGES-LOGGED     PIC 9(07)  VALUE ZERO.
       77  WS-PRIOR-ACTIVE-SW           PIC X(01)  VALUE SPACE.

      *---------------------------------------------------------------*
      *    DETAIL RECORDS READ PER FEED (000/999 ENVELOPE RECORDS     *
           05  FILLER                   PIC X(04) VALUE ' -> '.
           05  WS-CH-NEW-VALUE          PIC X(30).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCSUPLD'.
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
           PERFORM 2000-LOAD-SUPPLIER-ADDRESSES
               THRU 2000-LOAD-SUPPLIER-ADDRESSES-EXIT
           PERFORM 7500-WRITE-APPLIED-COUNTS
           PERFORM 8000-COMMIT-CLEAN-END
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
               DISPLAY 'SSCSUPLD - NOT STARTED, STREAM PREREQUISITE '
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
           COMPUTE WS-RCTL-RECORDS-IN = WS-SUPADR-DETAILS-READ
                                      + WS-SUPSUB-DETAILS-READ
           MOVE WS-APPLIED-WORK TO WS-RCTL-RECORDS-OUT
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
           IF WS-APPC-NOT-FOUND
               OPEN OUTPUT SSCAPPC-FILE
           END-IF
           OPEN I-O    SSCMSCH-FILE
           IF WS-MSCH-STATUS = '35'
               OPEN OUTPUT SSCMSCH-FILE
               CLOSE SSCMSCH-FILE
               OPEN I-O SSCMSCH-FILE
           END-IF
           OPEN INPUT  WOS-SUPADR-FILE
           OPEN INPUT  WOS-SUPSUB-FILE.

                   PERFORM 2210-ADD-SUPPLIER-ADDRESS
               NOT INVALID KEY
                   PERFORM 2220-REFRESH-SUPPLIER-ADDRESS
           END-READ
      *        LOG EVERY SUPPLIER GOING INACTIVE OR COMING BACK,
      *        INCLUDING A NEW SUPPLIER ARRIVING ALREADY INACTIVE
           IF DMSSUPADR-ACTIVE-SW NOT = WS-PRIOR-ACTIVE-SW
               AND (DMSSUPADR-ACTIVE-SW = 'N'
                    OR WS-PRIOR-ACTIVE-SW = 'N')
               PERFORM 2300-LOG-STATUS-CHANGE
           END-IF.

      *---------------------------------------------------------------*
       2210-ADD-SUPPLIER-ADDRESS.
           MOVE SPACE                    TO WS-PRIOR-ACTIVE-SW
           MOVE DMSSUPADR-SUPPLIER-NBR   TO SSCSUPA-SUPPLIER-NBR
           MOVE DMSSUPADR-SUPPLIER-NAME  TO SSCSUPA-SUPPLIER-NAME
           MOVE DMSSUPADR-ACTIVE-SW      TO SSCSUPA-ACTIVE-SW
       2220-REFRESH-SUPPLIER-ADDRESS.
           MOVE SPACES TO WS-SUPA-BEFORE
           MOVE SSCSUPA-RECORD           TO WS-SUPA-BEFORE(1:107)
           MOVE SSCSUPA-ACTIVE-SW        TO WS-PRIOR-ACTIVE-SW
           MOVE DMSSUPADR-SUPPLIER-NAME  TO SSCSUPA-SUPPLIER-NAME
           MOVE DMSSUPADR-ACTIVE-SW      TO SSCSUPA-ACTIVE-SW
           MOVE DMSSUPADR-ADDRESS-LINE-1 TO SSCSUPA-ADDRESS-LINE-1
           REWRITE SSCSUPA-RECORD
           ADD 1 TO WS-ADDRESSES-REFRESHED.

      *---------------------------------------------------------------*
      *    SSCMSCH STATUS CHANGE - A RERUN OF THE SAME LOAD FINDS THE *
      *    KEY ALREADY ON FILE AND LEAVES THE FIRST CAPTURE STANDING. *
      *---------------------------------------------------------------*
       2300-LOG-STATUS-CHANGE.
           MOVE SPACES                   TO SSCMSCH-RECORD
           MOVE WS-RUN-DATE              TO SSCMSCH-CHANGE-DATE
           MOVE 'P'                      TO SSCMSCH-ENTITY-TYPE
           MOVE DMSSUPADR-SUPPLIER-NBR   TO SSCMSCH-ENTITY-KEY
           MOVE DMSSUPADR-ACTIVE-SW      TO SSCMSCH-NEW-STATUS
           MOVE WS-PRIOR-ACTIVE-SW       TO SSCMSCH-OLD-STATUS
           IF DMSSUPADR-ACTIVE-SW = 'N'
               MOVE 'I'                  TO SSCMSCH-CHANGE-KIND
           ELSE
               MOVE 'A'                  TO SSCMSCH-CHANGE-KIND
           END-IF
           MOVE WS-RUN-TIME              TO SSCMSCH-CHANGE-TIME
           MOVE 'SSCSUPLD'               TO SSCMSCH-PROGRAM-ID
           MOVE DMSSUPADR-SUPPLIER-NAME  TO SSCMSCH-ENTITY-NAME
           WRITE SSCMSCH-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-STATUS-CHANGES-LOGGED
           END-WRITE.

      *---------------------------------------------------------------*
       3000-LOAD-SUPPLIER-SUBDIVISIONS.
           PERFORM 3100-READ-SUPSUB-RECORD
                   ' REFRESHED '             DELIMITED BY SIZE
                   WS-SUBDIVISIONS-REFRESHED DELIMITED BY SIZE
               INTO SUPLDRPT-LINE
           WRITE SUPLDRPT-LINE
           MOVE SPACES TO SUPLDRPT-LINE
           STRING 'STATUS CHANGES LOGGED TO SSCMSCH '
                                             DELIMITED BY SIZE
                   WS-STATUS-CHANGES-LOGGED  DELIMITED BY SIZE
               INTO SUPLDRPT-LINE
           WRITE SUPLDRPT-LINE.

      *---------------------------------------------------------------*
           CLOSE SSCSUPS-FILE
           CLOSE SSCSUPJ-FILE
           CLOSE SSCAPPC-FILE
           CLOSE SSCMSCH-FILE
           CLOSE SSCSUPLD-RPT.
