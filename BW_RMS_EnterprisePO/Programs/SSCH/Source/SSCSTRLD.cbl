      *                         SO SSCBALRP CAN PROVE ACCEPTED DETAIL
      *                         EQUALS APPLIED PLUS SUSPENDED PLUS
      *                         REJECTED AGAINST THE SSCVOLT RECORDS.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-09-30  P.SANTANA   EVERY STORE CLOSING OR REOPENING IS
      *                         LOGGED ON THE SSCMSCH STATUS CHANGE LOG
      *                         FOR SSCMSIRP'S IMPACT REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCSTRLD.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPC-STATUS.

           SELECT SSCMSCH-FILE       ASSIGN TO MSTCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCMSCH-KEY
               FILE STATUS IS WS-MSCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WOS-STRADR-FILE
           RECORDING MODE IS F.
           COPY SSCAPPC.

       FD  SSCMSCH-FILE.
           COPY SSCMSCH.

       WORKING-STORAGE SECTION.
           COPY DMSSTRADR-DETAIL.

           05  WS-STRLDRPT-STATUS       PIC X(02)  VALUE SPACES.
           05  WS-APPC-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-APPC-NOT-FOUND                   VALUE '35'.
           05  WS-MSCH-STATUS           PIC X(02)  VALUE SPACES.

       01  WS-STRADR-EOF-SW             PIC X(01)  VALUE 'N'.
           88  WS-STRADR-AT-EOF                       VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       77  WS-RUN-TIME-FULL             PIC 9(08)  VALUE ZERO.

       77  WS-PRIOR-ACTIVE-SW           PIC X(01)  VALUE SPACE.

       77  WS-STORES-ADDED              PIC 9(07)  VALUE ZERO.
       77  WS-STORES-REFRESHED          PIC 9(07)  VALUE ZERO.
       77  WS-STATUS-CHANGES-LOGGED     PIC 9(07)  VALUE ZERO.
       77  WS-DETAILS-READ              PIC 9(09)  VALUE ZERO.
      *        EVERY NON-000/999 RECORD READ FROM THE ACCEPTED FEED
       77  WS-REJECTED-WORK             PIC 9(09)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCSTRLD'.
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
           PERFORM 2000-LOAD-STORE-ADDRESSES
               THRU 2000-LOAD-STORE-ADDRESSES-EXIT
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
               DISPLAY 'SSCSTRLD - NOT STARTED, STREAM PREREQUISITE '
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
           COMPUTE WS-RCTL-RECORDS-OUT = WS-STORES-ADDED
                                       + WS-STORES-REFRESHED
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
           OPEN OUTPUT SSCSTRLD-RPT
           MOVE 'SSCSTRLD - STORE MASTER LOAD ACTIVITY REPORT'
               TO STRLDRPT-LINE
               OPEN OUTPUT SSCSTRM-FILE
               CLOSE SSCSTRM-FILE
               OPEN I-O SSCSTRM-FILE
           END-IF
           OPEN I-O    SSCMSCH-FILE
           IF WS-MSCH-STATUS = '35'
               OPEN OUTPUT SSCMSCH-FILE
               CLOSE SSCMSCH-FILE
               OPEN I-O SSCMSCH-FILE
           END-IF.

      *---------------------------------------------------------------*
                   PERFORM 2210-ADD-STORE
               NOT INVALID KEY
                   PERFORM 2220-REFRESH-STORE
           END-READ
      *        LOG EVERY STORE CLOSING OR REOPENING, INCLUDING A NEW
      *        STORE ARRIVING ALREADY CLOSED
           IF DMSSTRADR-ACTIVE-SW NOT = WS-PRIOR-ACTIVE-SW
               AND (DMSSTRADR-ACTIVE-SW = 'N'
                    OR WS-PRIOR-ACTIVE-SW = 'N')
               PERFORM 2300-LOG-STATUS-CHANGE
           END-IF.

      *---------------------------------------------------------------*
       2210-ADD-STORE.
           MOVE SPACE                    TO WS-PRIOR-ACTIVE-SW
           MOVE DMSSTRADR-STORE-NBR      TO SSCSTRM-STORE-NBR
           MOVE DMSSTRADR-STORE-NAME     TO SSCSTRM-STORE-NAME
           MOVE DMSSTRADR-ACTIVE-SW      TO SSCSTRM-ACTIVE-SW

      *---------------------------------------------------------------*
       2220-REFRESH-STORE.
           MOVE SSCSTRM-ACTIVE-SW        TO WS-PRIOR-ACTIVE-SW
           MOVE DMSSTRADR-STORE-NAME     TO SSCSTRM-STORE-NAME
           MOVE DMSSTRADR-ACTIVE-SW      TO SSCSTRM-ACTIVE-SW
           MOVE WS-RUN-DATE              TO SSCSTRM-LAST-LOAD-DATE
           REWRITE SSCSTRM-RECORD
           ADD 1 TO WS-STORES-REFRESHED.

      *---------------------------------------------------------------*
      *    SSCMSCH STATUS CHANGE - A RERUN OF THE SAME LOAD FINDS THE *
      *    KEY ALREADY ON FILE AND LEAVES THE FIRST CAPTURE STANDING. *
      *---------------------------------------------------------------*
       2300-LOG-STATUS-CHANGE.
           MOVE SPACES                   TO SSCMSCH-RECORD
           MOVE WS-RUN-DATE              TO SSCMSCH-CHANGE-DATE
           MOVE 'S'                      TO SSCMSCH-ENTITY-TYPE
           MOVE DMSSTRADR-STORE-NBR      TO SSCMSCH-ENTITY-KEY
           MOVE DMSSTRADR-ACTIVE-SW      TO SSCMSCH-NEW-STATUS
           MOVE WS-PRIOR-ACTIVE-SW       TO SSCMSCH-OLD-STATUS
           IF DMSSTRADR-ACTIVE-SW = 'N'
               MOVE 'I'                  TO SSCMSCH-CHANGE-KIND
           ELSE
               MOVE 'A'                  TO SSCMSCH-CHANGE-KIND
           END-IF
           MOVE WS-RUN-TIME-FULL(1:6)    TO SSCMSCH-CHANGE-TIME
           MOVE 'SSCSTRLD'               TO SSCMSCH-PROGRAM-ID
           MOVE DMSSTRADR-STORE-NAME     TO SSCMSCH-ENTITY-NAME
           WRITE SSCMSCH-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-STATUS-CHANGES-LOGGED
           END-WRITE.

      *---------------------------------------------------------------*
      *    SSCAPPC CONTROL RECORD FOR THE 230 FEED - EVERY DETAIL     *
      *    READ IS ACCOUNTED FOR, SO SSCBALRP CAN TIE THE FEED OUT    *
                   WS-STORES-REFRESHED       DELIMITED BY SIZE
               INTO STRLDRPT-LINE
           WRITE STRLDRPT-LINE
           MOVE SPACES TO STRLDRPT-LINE
           STRING 'STATUS CHANGES LOGGED TO SSCMSCH '
                                             DELIMITED BY SIZE
                   WS-STATUS-CHANGES-LOGGED  DELIMITED BY SIZE
               INTO STRLDRPT-LINE
           WRITE STRLDRPT-LINE
           CLOSE WOS-STRADR-FILE
           CLOSE SSCMSCH-FILE
           CLOSE SSCSTRM-FILE
           CLOSE SSCAPPC-FILE
           CLOSE SSCSTRLD-RPT.
