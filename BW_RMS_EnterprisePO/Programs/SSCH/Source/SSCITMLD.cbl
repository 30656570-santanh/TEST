      *                         SO SSCBALRP CAN PROVE ACCEPTED DETAIL
      *                         EQUALS APPLIED PLUS SUSPENDED PLUS
      *                         REJECTED AGAINST THE SSCVOLT RECORDS.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-09-30  P.SANTANA   EVERY ITEM GOING DISCONTINUED OR BACK TO
      *                         ACTIVE IS LOGGED ON THE SSCMSCH STATUS
      *                         CHANGE LOG FOR SSCMSIRP'S IMPACT REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCITMLD.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPC-STATUS.

           SELECT SSCMSCH-FILE       ASSIGN TO MSTCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCMSCH-KEY
               FILE STATUS IS WS-MSCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WOS-ITMMST-FILE
           RECORDING MODE IS F.
           COPY SSCAPPC.

       FD  SSCMSCH-FILE.
           COPY SSCMSCH.

       WORKING-STORAGE SECTION.
           COPY DMSITMMST-DETAIL.

           05  WS-ITMLDRPT-STATUS       PIC X(02)  VALUE SPACES.
           05  WS-APPC-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-APPC-NOT-FOUND                   VALUE '35'.
           05  WS-MSCH-STATUS           PIC X(02)  VALUE SPACES.

       01  WS-ITMMST-EOF-SW             PIC X(01)  VALUE 'N'.
           88  WS-ITMMST-AT-EOF                       VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       77  WS-RUN-TIME-FULL             PIC 9(08)  VALUE ZERO.

       77  WS-PRIOR-STATUS-CD           PIC X(01)  VALUE SPACE.
       77  WS-ITEMS-ADDED               PIC 9(07)  VALUE ZERO.
       77  WS-ITEMS-REFRESHED           PIC 9(07)  VALUE ZERO.
       77  WS-ITEMS-DISCONTINUED        PIC 9(07)  VALUE ZERO.
       77  WS-STATUS-CHANGES-LOGGED     PIC 9(07)  VALUE ZERO.
       77  WS-DETAILS-READ              PIC 9(09)  VALUE ZERO.
      *        EVERY NON-000/999 RECORD READ FROM THE ACCEPTED FEED
       77  WS-REJECTED-WORK             PIC 9(09)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCITMLD'.
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
           PERFORM 2000-LOAD-ITEM-MASTER
               THRU 2000-LOAD-ITEM-MASTER-EXIT
           PERFORM 7000-WRITE-APPLIED-COUNTS
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
               DISPLAY 'SSCITMLD - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-DETAILS-READ TO WS-RCTL-RECORDS-IN
           COMPUTE WS-RCTL-RECORDS-OUT = WS-ITEMS-ADDED
                                       + WS-ITEMS-REFRESHED
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
           OPEN OUTPUT SSCITMLD-RPT
           MOVE 'SSCITMLD - ITEM MASTER LOAD ACTIVITY REPORT'
               TO ITMLDRPT-LINE
               OPEN OUTPUT SSCITMM-FILE
               CLOSE SSCITMM-FILE
               OPEN I-O SSCITMM-FILE
           END-IF
           OPEN I-O    SSCMSCH-FILE
           IF WS-MSCH-STATUS = '35'
               OPEN OUTPUT SSCMSCH-FILE
               CLOSE SSCMSCH-FILE
               OPEN I-O SSCMSCH-FILE
           END-IF.

      *---------------------------------------------------------------*
           IF DMSITMMST-STATUS-CD = 'D'
               AND WS-PRIOR-STATUS-CD NOT = 'D'
               ADD 1 TO WS-ITEMS-DISCONTINUED
           END-IF
      *        LOG EVERY MOVE INTO OR OUT OF DISCONTINUED, INCLUDING A
      *        NEW ITEM ARRIVING ALREADY DISCONTINUED
           IF DMSITMMST-STATUS-CD NOT = WS-PRIOR-STATUS-CD
               AND (DMSITMMST-STATUS-CD = 'D'
                    OR WS-PRIOR-STATUS-CD = 'D')
               PERFORM 2300-LOG-STATUS-CHANGE
           END-IF.

      *---------------------------------------------------------------*
           REWRITE SSCITMM-RECORD
           ADD 1 TO WS-ITEMS-REFRESHED.

      *---------------------------------------------------------------*
      *    SSCMSCH STATUS CHANGE - A RERUN OF THE SAME LOAD FINDS THE *
      *    KEY ALREADY ON FILE AND LEAVES THE FIRST CAPTURE STANDING. *
      *---------------------------------------------------------------*
       2300-LOG-STATUS-CHANGE.
           MOVE SPACES                   TO SSCMSCH-RECORD
           MOVE WS-RUN-DATE              TO SSCMSCH-CHANGE-DATE
           MOVE 'I'                      TO SSCMSCH-ENTITY-TYPE
           MOVE DMSITMMST-ITEM-NBR       TO SSCMSCH-ENTITY-KEY
           MOVE DMSITMMST-STATUS-CD      TO SSCMSCH-NEW-STATUS
           MOVE WS-PRIOR-STATUS-CD       TO SSCMSCH-OLD-STATUS
           IF DMSITMMST-STATUS-CD = 'D'
               MOVE 'I'                  TO SSCMSCH-CHANGE-KIND
           ELSE
               MOVE 'A'                  TO SSCMSCH-CHANGE-KIND
           END-IF
           MOVE WS-RUN-TIME-FULL(1:6)    TO SSCMSCH-CHANGE-TIME
           MOVE 'SSCITMLD'               TO SSCMSCH-PROGRAM-ID
           MOVE DMSITMMST-DESCRIPTION    TO SSCMSCH-ENTITY-NAME
           WRITE SSCMSCH-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-STATUS-CHANGES-LOGGED
           END-WRITE.

      *---------------------------------------------------------------*
      *    SSCAPPC CONTROL RECORD FOR THE 060 FEED - EVERY DETAIL     *
      *    READ IS ACCOUNTED FOR, SO SSCBALRP CAN TIE THE FEED OUT    *
                   WS-ITEMS-DISCONTINUED     DELIMITED BY SIZE
               INTO ITMLDRPT-LINE
           WRITE ITMLDRPT-LINE
           MOVE SPACES TO ITMLDRPT-LINE
           STRING 'STATUS CHANGES LOGGED TO SSCMSCH '
                                             DELIMITED BY SIZE
                   WS-STATUS-CHANGES-LOGGED  DELIMITED BY SIZE
               INTO ITMLDRPT-LINE
           WRITE ITMLDRPT-LINE
           CLOSE WOS-ITMMST-FILE
           CLOSE SSCMSCH-FILE
           CLOSE SSCITMM-FILE
           CLOSE SSCAPPC-FILE
           CLOSE SSCITMLD-RPT.
