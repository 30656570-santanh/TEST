      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCSHPLD                                       *
      *                                                                *
      *   LOADS THE SUPPLIER SHIP-POINT MASTER (SSCSHPT) FROM THE     *
      *   ACCEPTED '065 SHIPPOINT FILE' INBOUND FEED.  SSCSUPA ONLY   *
      *   HOLDS THE SUPPLIER'S MAILING ADDRESS; SSCSHPT HOLDS EVERY   *
      *   LOCATION THE SUPPLIER SHIPS FROM, KEYED BY SUPPLIER NUMBER  *
      *   (SSCSUPA-SUPPLIER-NBR) AND SHIP POINT NUMBER, SO TRAFFIC    *
      *   CAN PLAN INBOUND FREIGHT AND CATCH VENDORS SHIPPING FROM    *
      *   UNAPPROVED ORIGINS.  EACH DETAIL IS ADDED IF NEW OR         *
      *   REFRESHES THE EXISTING SHIP POINT.  A SHIP POINT FOR A      *
      *   SUPPLIER NOT ON SSCSUPA IS REJECTED AND LISTED - IT WOULD   *
      *   HANG OFF NOTHING.  SSCSHPXR THEN REPORTS ACTIVE SUPPLIERS   *
      *   WITH OPEN ORDERS AND NO ACTIVE SHIP POINT.                  *
      *                                                                *
      *   THE LOAD IS SAFE TO FAIL IN THE SAME WAY AS SSCSUPLD.  A    *
      *   RUN-STATE RECORD (SSCSUPR LAYOUT) IS SET IN-FLIGHT BEFORE   *
      *   THE FIRST SHIP POINT IS TOUCHED, AND EVERY TOUCH IS         *
      *   JOURNALED WRITE-AHEAD (SSCSUPJ LAYOUT, FEED TYPE '065') TO  *
      *   THE PERMANENT SUPPLIER CHANGE JOURNAL AND TO A PER-RUN      *
      *   BACKOUT FILE.  A RESTARTED RUN THAT FINDS THE STATE STILL   *
      *   IN-FLIGHT FIRST BACKS SSCSHPT OUT TO WHERE IT STOOD BEFORE  *
      *   THE FAILED RUN (FIRST JOURNALED IMAGE PER KEY WINS - ADDS   *
      *   ARE DELETED, REFRESHES GET THEIR BEFORE-IMAGE BACK), THEN   *
      *   RE-APPLIES THE FULL FEED, WHICH IS ADD-OR-REFRESH           *
      *   IDEMPOTENT.                                                 *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-24  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-10-15  P.SANTANA   SSCSHPT IS CREATED ONLY WHEN NOT FOUND
      *                         (STATUS 35) - ANY OTHER OPEN FAILURE
      *                         STOPS THE RUN WITH RC 16 BEFORE THE
      *                         RUN-STATE RECORD IS TOUCHED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCSHPLD.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-09-24.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOS-SHPPT-FILE     ASSIGN TO WOSSHPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHPPT-STATUS.

           SELECT SSCSUPA-FILE       ASSIGN TO SUPAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCSUPA-SUPPLIER-NBR
               FILE STATUS IS WS-SUPA-STATUS.

           SELECT SSCSHPT-FILE       ASSIGN TO SHPTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCSHPT-KEY
               FILE STATUS IS WS-SHPT-STATUS.

           SELECT SSCSUPJ-FILE       ASSIGN TO SUPJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPJ-STATUS.

           SELECT SSCSHPB-FILE       ASSIGN TO SHPBKO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHPB-STATUS.

           SELECT SSCSHPR-FILE       ASSIGN TO SHPSTATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHPR-STATUS.

           SELECT SSCAPPC-FILE       ASSIGN TO APPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPC-STATUS.

           SELECT SSCSHPLD-RPT       ASSIGN TO SHPLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPLDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WOS-SHPPT-FILE
           RECORDING MODE IS F.
       01  WOS-SHPPT-RECORD             PIC X(205).

       FD  SSCSUPA-FILE.
           COPY SSCSUPA.

       FD  SSCSHPT-FILE.
           COPY SSCSHPT.

       FD  SSCSUPJ-FILE
           RECORDING MODE IS F.
           COPY SSCSUPJ.

       FD  SSCSHPB-FILE
           RECORDING MODE IS F.
           COPY SSCSUPJ
               REPLACING SSCSUPJ-RECORD        BY SSCSHPB-RECORD
                         SSCSUPJ-JOURNAL-DATE   BY SSCSHPB-JOURNAL-DATE
                         SSCSUPJ-JOURNAL-TIME   BY SSCSHPB-JOURNAL-TIME
                         SSCSUPJ-FEED-TYPE      BY SSCSHPB-FEED-TYPE
                         SSCSUPJ-ADDRESS-FEED   BY SSCSHPB-ADDRESS-FEED
                         SSCSUPJ-SUBDIV-FEED    BY SSCSHPB-SUBDIV-FEED
                         SSCSUPJ-SHIPPOINT-FEED BY
                                                 SSCSHPB-SHIPPOINT-FEED
                         SSCSUPJ-ACTION-CODE    BY SSCSHPB-ACTION-CODE
                         SSCSUPJ-WAS-ADDED      BY SSCSHPB-WAS-ADDED
                         SSCSUPJ-WAS-REFRESHED  BY
                                                 SSCSHPB-WAS-REFRESHED
                         SSCSUPJ-SUPPLIER-NBR   BY SSCSHPB-SUPPLIER-NBR
                         SSCSUPJ-SUBDIVISION    BY
                                                 SSCSHPB-SHIP-POINT-NBR
                         SSCSUPJ-BEFORE-IMAGE   BY SSCSHPB-BEFORE-IMAGE
                         SSCSUPJ-AFTER-IMAGE    BY SSCSHPB-AFTER-IMAGE.

       FD  SSCSHPR-FILE
           RECORDING MODE IS F.
           COPY SSCSUPR
               REPLACING SSCSUPR-RECORD        BY SSCSHPR-RECORD
                         SSCSUPR-RUN-STATE      BY SSCSHPR-RUN-STATE
                         SSCSUPR-IN-FLIGHT      BY SSCSHPR-IN-FLIGHT
                         SSCSUPR-RUN-DATE       BY SSCSHPR-RUN-DATE
                         SSCSUPR-RUN-TIME       BY SSCSHPR-RUN-TIME.

       FD  SSCAPPC-FILE
           RECORDING MODE IS F.
           COPY SSCAPPC.

       FD  SSCSHPLD-RPT.
       01  SHPLDRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY DMSSHPPT-DETAIL.

       01  WS-FILE-STATUSES.
           05  WS-SHPPT-STATUS          PIC X(02)  VALUE SPACES.
               88  WS-SHPPT-OK                        VALUE '00'.
               88  WS-SHPPT-EOF                       VALUE '10'.
           05  WS-SUPA-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-SHPT-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-SUPJ-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-SUPJ-NOT-FOUND                  VALUE '35'.
           05  WS-SHPB-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-SHPB-OK                          VALUE '00'.
           05  WS-SHPR-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-SHPR-OK                          VALUE '00'.
           05  WS-SHPLDRPT-STATUS       PIC X(02)  VALUE SPACES.
           05  WS-APPC-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-APPC-NOT-FOUND                   VALUE '35'.

       01  WS-SHPPT-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-SHPPT-AT-EOF                        VALUE 'Y'.
       01  WS-SHPB-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-SHPB-AT-EOF                         VALUE 'Y'.
       01  WS-PRIOR-RUN-DIED-SW         PIC X(01)  VALUE 'N'.
           88  WS-PRIOR-RUN-DIED                      VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       77  WS-RUN-TIME-FULL             PIC 9(08)  VALUE ZERO.
       77  WS-RUN-TIME                  PIC X(06)  VALUE SPACES.

       77  WS-SHIP-POINTS-ADDED         PIC 9(07)  VALUE ZERO.
       77  WS-SHIP-POINTS-REFRESHED     PIC 9(07)  VALUE ZERO.
       77  WS-UNKNOWN-SUPPLIER-REJECTS  PIC 9(07)  VALUE ZERO.
       77  WS-BACKOUT-DELETES           PIC 9(07)  VALUE ZERO.
       77  WS-BACKOUT-RESTORES          PIC 9(07)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    DETAIL RECORDS READ (000/999 ENVELOPE RECORDS EXCLUDED) -  *
      *    THE READ SIDE OF THE SSCAPPC CONTROL RECORD                *
      *---------------------------------------------------------------*
       77  WS-SHPPT-DETAILS-READ        PIC 9(09)  VALUE ZERO.
       77  WS-APPLIED-WORK              PIC 9(09)  VALUE ZERO.
       77  WS-REJECTED-WORK             PIC 9(09)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    BEFORE-IMAGE HOLD AREA FOR CHANGE REPORTING/JOURNALING     *
      *---------------------------------------------------------------*
       01  WS-SHPT-BEFORE               PIC X(120) VALUE SPACES.
       01  WS-SHPT-BEFORE-R REDEFINES WS-SHPT-BEFORE.
           05  WS-PB-SUPPLIER-NBR       PIC X(06).
           05  WS-PB-SHIP-POINT-NBR     PIC 9(03).
           05  WS-PB-SHIP-POINT-NAME    PIC X(30).
           05  WS-PB-ACTIVE-SW          PIC X(01).
           05  WS-PB-LAST-LOAD-DATE     PIC X(08).
           05  WS-PB-ADDRESS-LINE-1     PIC X(30).
           05  WS-PB-CITY               PIC X(20).
           05  WS-PB-STATE              PIC X(02).
           05  WS-PB-ZIP-CODE           PIC X(10).
           05  FILLER                   PIC X(10).

      *---------------------------------------------------------------*
      *    KEYS ALREADY RESTORED DURING BACKOUT - THE FIRST JOURNAL   *
      *    ENTRY PER KEY CARRIES THE TRUE PRE-RUN IMAGE, SO LATER     *
      *    ENTRIES FOR THE SAME KEY ARE SKIPPED.                      *
      *---------------------------------------------------------------*
       01  WS-RESTORED-TABLE-CTL.
           05  WS-RESTORED-COUNT        PIC 9(04)  VALUE ZERO.
           05  WS-RESTORED-KEY OCCURS 2000 TIMES
                   INDEXED BY WS-RST-IDX
                                         PIC X(09).

       77  WS-RST-FOUND-SW              PIC X(01)  VALUE 'N'.
           88  WS-RST-KEY-FOUND                     VALUE 'Y'.
       77  WS-RST-WORK-KEY              PIC X(09)  VALUE SPACES.

       01  WS-CHANGE-LINE.
           05  WS-CH-SUPPLIER           PIC X(06).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-CH-SHIP-POINT         PIC 9(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CH-FIELD-NAME         PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CH-OLD-VALUE          PIC X(30).
           05  FILLER                   PIC X(04) VALUE ' -> '.
           05  WS-CH-NEW-VALUE          PIC X(30).

       01  WS-REJECT-LINE.
           05  WS-RJ-SUPPLIER           PIC X(06).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-RJ-SHIP-POINT         PIC 9(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RJ-SHIP-POINT-NAME    PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(40) VALUE
               '*** REJECTED - SUPPLIER NOT ON SSCSUPA'.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCSHPLD'.
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
           PERFORM 2000-LOAD-SHIP-POINTS
               THRU 2000-LOAD-SHIP-POINTS-EXIT
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
               DISPLAY 'SSCSHPLD - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-SHPPT-DETAILS-READ TO WS-RCTL-RECORDS-IN
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
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           MOVE WS-RUN-TIME-FULL(1:6) TO WS-RUN-TIME
           OPEN OUTPUT SSCSHPLD-RPT
           MOVE 'SSCSHPLD - SUPPLIER SHIP POINT LOAD ACTIVITY REPORT'
               TO SHPLDRPT-LINE
           WRITE SHPLDRPT-LINE
           OPEN INPUT  SSCSUPA-FILE
           OPEN I-O    SSCSHPT-FILE
           IF WS-SHPT-STATUS = '35'
               OPEN OUTPUT SSCSHPT-FILE
               CLOSE SSCSHPT-FILE
               OPEN I-O SSCSHPT-FILE
           END-IF
           IF NOT WS-SHPT-STATUS = '00'
               DISPLAY 'SSCSHPLD - SSCSHPT OPEN FAILED, STATUS = '
                   WS-SHPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           PERFORM 1100-CHECK-PRIOR-RUN-STATE
           IF WS-PRIOR-RUN-DIED
               PERFORM 1200-BACK-OUT-PRIOR-RUN
                   THRU 1200-BACK-OUT-PRIOR-RUN-EXIT
           END-IF
           PERFORM 1300-SET-STATE-IN-FLIGHT
           OPEN OUTPUT SSCSHPB-FILE
           OPEN EXTEND SSCSUPJ-FILE
           IF WS-SUPJ-NOT-FOUND
               OPEN OUTPUT SSCSUPJ-FILE
           END-IF
           OPEN EXTEND SSCAPPC-FILE
           IF WS-APPC-NOT-FOUND
               OPEN OUTPUT SSCAPPC-FILE
           END-IF
           OPEN INPUT  WOS-SHPPT-FILE.

      *---------------------------------------------------------------*
       1100-CHECK-PRIOR-RUN-STATE.
           OPEN INPUT SSCSHPR-FILE
           IF WS-SHPR-OK
               READ SSCSHPR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SSCSHPR-IN-FLIGHT
                           MOVE 'Y' TO WS-PRIOR-RUN-DIED-SW
                           DISPLAY 'SSCSHPLD - PRIOR RUN OF '
                               SSCSHPR-RUN-DATE ' ' SSCSHPR-RUN-TIME
                               ' DIED IN FLIGHT - BACKING OUT'
                       END-IF
               END-READ
               CLOSE SSCSHPR-FILE
           END-IF.

      *---------------------------------------------------------------*
      *    APPLY THE FAILED RUN'S BACKOUT FILE FORWARD.  ONLY THE     *
      *    FIRST ENTRY PER SHIP POINT KEY IS APPLIED - IT CARRIES THE *
      *    IMAGE FROM BEFORE THE FAILED RUN TOUCHED THE RECORD.  AN   *
      *    ADD IS REVERSED BY DELETING THE KEY; A REFRESH IS          *
      *    REVERSED BY REWRITING THE BEFORE-IMAGE.  THE JOURNAL IS    *
      *    WRITE-AHEAD, SO AN ENTRY WHOSE MASTER I/O NEVER HAPPENED   *
      *    BACKS OUT TO A NO-OP.                                      *
      *---------------------------------------------------------------*
       1200-BACK-OUT-PRIOR-RUN.
           OPEN INPUT SSCSHPB-FILE
           IF NOT WS-SHPB-OK
               DISPLAY 'SSCSHPLD - BACKOUT FILE NOT AVAILABLE, '
                   'STATUS = ' WS-SHPB-STATUS
                   ' - SSCSHPT MAY BE HALF-REFRESHED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           PERFORM 1210-READ-BACKOUT-ENTRY
           PERFORM UNTIL WS-SHPB-AT-EOF
               PERFORM 1220-APPLY-ONE-BACKOUT-ENTRY
                   THRU 1220-APPLY-ONE-BACKOUT-ENTRY-EXIT
               PERFORM 1210-READ-BACKOUT-ENTRY
           END-PERFORM
           CLOSE SSCSHPB-FILE
           MOVE SPACES TO SHPLDRPT-LINE
           STRING 'PRIOR RUN BACKED OUT - ADDS DELETED '
                   DELIMITED BY SIZE
                   WS-BACKOUT-DELETES    DELIMITED BY SIZE
                   ', REFRESHES RESTORED ' DELIMITED BY SIZE
                   WS-BACKOUT-RESTORES   DELIMITED BY SIZE
               INTO SHPLDRPT-LINE
           WRITE SHPLDRPT-LINE.
       1200-BACK-OUT-PRIOR-RUN-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       1210-READ-BACKOUT-ENTRY.
           READ SSCSHPB-FILE
               AT END
                   MOVE 'Y' TO WS-SHPB-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       1220-APPLY-ONE-BACKOUT-ENTRY.
           IF NOT SSCSHPB-SHIPPOINT-FEED
               GO TO 1220-APPLY-ONE-BACKOUT-ENTRY-EXIT
           END-IF
           MOVE SPACES TO WS-RST-WORK-KEY
           STRING SSCSHPB-SUPPLIER-NBR   DELIMITED BY SIZE
                   SSCSHPB-SHIP-POINT-NBR DELIMITED BY SIZE
               INTO WS-RST-WORK-KEY
           PERFORM 1230-CHECK-KEY-ALREADY-RESTORED
           IF WS-RST-KEY-FOUND
               GO TO 1220-APPLY-ONE-BACKOUT-ENTRY-EXIT
           END-IF
           PERFORM 1240-REMEMBER-RESTORED-KEY
           PERFORM 1250-BACK-OUT-SHIP-POINT-ENTRY.
       1220-APPLY-ONE-BACKOUT-ENTRY-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       1230-CHECK-KEY-ALREADY-RESTORED.
           MOVE 'N' TO WS-RST-FOUND-SW
           PERFORM 1235-SEARCH-RESTORED-KEY
               VARYING WS-RST-IDX FROM 1 BY 1
               UNTIL WS-RST-IDX > WS-RESTORED-COUNT
                   OR WS-RST-KEY-FOUND.

      *---------------------------------------------------------------*
       1235-SEARCH-RESTORED-KEY.
           IF WS-RESTORED-KEY(WS-RST-IDX) = WS-RST-WORK-KEY
               MOVE 'Y' TO WS-RST-FOUND-SW
           END-IF.

      *---------------------------------------------------------------*
       1240-REMEMBER-RESTORED-KEY.
           IF WS-RESTORED-COUNT >= 2000
               DISPLAY 'SSCSHPLD - WS-RESTORED-KEY TABLE FULL AT '
                   '2000 ENTRIES - INCREASE OCCURS AND RERUN'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           ADD 1 TO WS-RESTORED-COUNT
           SET WS-RST-IDX TO WS-RESTORED-COUNT
           MOVE WS-RST-WORK-KEY TO WS-RESTORED-KEY(WS-RST-IDX).

      *---------------------------------------------------------------*
       1250-BACK-OUT-SHIP-POINT-ENTRY.
           MOVE SSCSHPB-SUPPLIER-NBR   TO SSCSHPT-SUPPLIER-NBR
           MOVE SSCSHPB-SHIP-POINT-NBR TO SSCSHPT-SHIP-POINT-NBR
           IF SSCSHPB-WAS-ADDED
               DELETE SSCSHPT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-BACKOUT-DELETES
               END-DELETE
           ELSE
               READ SSCSHPT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SSCSHPB-BEFORE-IMAGE(1:110)
                           TO SSCSHPT-RECORD
                       REWRITE SSCSHPT-RECORD
                       ADD 1 TO WS-BACKOUT-RESTORES
               END-READ
           END-IF.

      *---------------------------------------------------------------*
       1300-SET-STATE-IN-FLIGHT.
           OPEN OUTPUT SSCSHPR-FILE
           MOVE SPACES TO SSCSHPR-RECORD
           MOVE 'I'         TO SSCSHPR-RUN-STATE
           MOVE WS-RUN-DATE TO SSCSHPR-RUN-DATE
           MOVE WS-RUN-TIME TO SSCSHPR-RUN-TIME
           WRITE SSCSHPR-RECORD
           CLOSE SSCSHPR-FILE.

      *---------------------------------------------------------------*
       2000-LOAD-SHIP-POINTS.
           PERFORM 2100-READ-SHPPT-RECORD
           PERFORM UNTIL WS-SHPPT-AT-EOF
               IF WOS-SHPPT-RECORD(1:3) NOT = '000'
                   AND WOS-SHPPT-RECORD(1:3) NOT = '999'
                   ADD 1 TO WS-SHPPT-DETAILS-READ
               END-IF
               IF WOS-SHPPT-RECORD(1:3) = '065'
                   PERFORM 2200-APPLY-SHIP-POINT
                       THRU 2200-APPLY-SHIP-POINT-EXIT
               END-IF
               PERFORM 2100-READ-SHPPT-RECORD
           END-PERFORM.
       2000-LOAD-SHIP-POINTS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-SHPPT-RECORD.
           READ WOS-SHPPT-FILE
               AT END
                   MOVE 'Y' TO WS-SHPPT-EOF-SW
               NOT AT END
                   MOVE WOS-SHPPT-RECORD TO DMSSHPPT-DETAIL
           END-READ.

      *---------------------------------------------------------------*
      *    THE SHIP POINT MUST HANG OFF A SUPPLIER ALREADY ON         *
      *    SSCSUPA - SSCSUPLD RUNS FIRST, SO AN UNKNOWN SUPPLIER HERE *
      *    IS A DMS DATA PROBLEM, NOT A TIMING ONE.                   *
      *---------------------------------------------------------------*
       2200-APPLY-SHIP-POINT.
           MOVE DMSSHPPT-SUPPLIER-NBR    TO SSCSUPA-SUPPLIER-NBR
           READ SSCSUPA-FILE
               INVALID KEY
                   PERFORM 2230-REJECT-UNKNOWN-SUPPLIER
                   GO TO 2200-APPLY-SHIP-POINT-EXIT
           END-READ
           MOVE DMSSHPPT-SUPPLIER-NBR    TO SSCSHPT-SUPPLIER-NBR
           MOVE DMSSHPPT-SHIP-POINT-NBR  TO SSCSHPT-SHIP-POINT-NBR
           READ SSCSHPT-FILE
               INVALID KEY
                   PERFORM 2210-ADD-SHIP-POINT
               NOT INVALID KEY
                   PERFORM 2220-REFRESH-SHIP-POINT
           END-READ.
       2200-APPLY-SHIP-POINT-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2210-ADD-SHIP-POINT.
           MOVE DMSSHPPT-SUPPLIER-NBR    TO SSCSHPT-SUPPLIER-NBR
           MOVE DMSSHPPT-SHIP-POINT-NBR  TO SSCSHPT-SHIP-POINT-NBR
           MOVE DMSSHPPT-SHIP-POINT-NAME TO SSCSHPT-SHIP-POINT-NAME
           MOVE DMSSHPPT-ACTIVE-SW       TO SSCSHPT-ACTIVE-SW
           MOVE DMSSHPPT-ADDRESS-LINE-1  TO SSCSHPT-ADDRESS-LINE-1
           MOVE DMSSHPPT-CITY            TO SSCSHPT-CITY
           MOVE DMSSHPPT-STATE           TO SSCSHPT-STATE
           MOVE DMSSHPPT-ZIP-CODE        TO SSCSHPT-ZIP-CODE
           MOVE WS-RUN-DATE              TO SSCSHPT-LAST-LOAD-DATE
           MOVE SPACES TO WS-SHPT-BEFORE
           PERFORM 7100-JOURNAL-SHIP-POINT-TOUCH
           WRITE SSCSHPT-RECORD
           ADD 1 TO WS-SHIP-POINTS-ADDED.

      *---------------------------------------------------------------*
       2220-REFRESH-SHIP-POINT.
           MOVE SPACES TO WS-SHPT-BEFORE
           MOVE SSCSHPT-RECORD           TO WS-SHPT-BEFORE(1:110)
           MOVE DMSSHPPT-SHIP-POINT-NAME TO SSCSHPT-SHIP-POINT-NAME
           MOVE DMSSHPPT-ACTIVE-SW       TO SSCSHPT-ACTIVE-SW
           MOVE DMSSHPPT-ADDRESS-LINE-1  TO SSCSHPT-ADDRESS-LINE-1
           MOVE DMSSHPPT-CITY            TO SSCSHPT-CITY
           MOVE DMSSHPPT-STATE           TO SSCSHPT-STATE
           MOVE DMSSHPPT-ZIP-CODE        TO SSCSHPT-ZIP-CODE
           MOVE WS-RUN-DATE              TO SSCSHPT-LAST-LOAD-DATE
           PERFORM 7100-JOURNAL-SHIP-POINT-TOUCH
           PERFORM 7300-REPORT-SHIP-POINT-CHANGES
           REWRITE SSCSHPT-RECORD
           ADD 1 TO WS-SHIP-POINTS-REFRESHED.

      *---------------------------------------------------------------*
       2230-REJECT-UNKNOWN-SUPPLIER.
           MOVE DMSSHPPT-SUPPLIER-NBR    TO WS-RJ-SUPPLIER
           MOVE DMSSHPPT-SHIP-POINT-NBR  TO WS-RJ-SHIP-POINT
           MOVE DMSSHPPT-SHIP-POINT-NAME TO WS-RJ-SHIP-POINT-NAME
           MOVE WS-REJECT-LINE TO SHPLDRPT-LINE
           WRITE SHPLDRPT-LINE
           ADD 1 TO WS-UNKNOWN-SUPPLIER-REJECTS.

      *---------------------------------------------------------------*
      *    WRITE-AHEAD JOURNALING - THE JOURNAL AND BACKOUT RECORDS   *
      *    GO OUT BEFORE THE MASTER I/O, SO A FAILURE BETWEEN THE     *
      *    TWO BACKS OUT TO A HARMLESS NO-OP.                         *
      *---------------------------------------------------------------*
       7100-JOURNAL-SHIP-POINT-TOUCH.
           MOVE SPACES TO SSCSUPJ-RECORD
           MOVE WS-RUN-DATE            TO SSCSUPJ-JOURNAL-DATE
           MOVE WS-RUN-TIME            TO SSCSUPJ-JOURNAL-TIME
           MOVE '065'                  TO SSCSUPJ-FEED-TYPE
           IF WS-SHPT-BEFORE = SPACES
               MOVE 'A' TO SSCSUPJ-ACTION-CODE
           ELSE
               MOVE 'R' TO SSCSUPJ-ACTION-CODE
           END-IF
           MOVE SSCSHPT-SUPPLIER-NBR   TO SSCSUPJ-SUPPLIER-NBR
           MOVE SSCSHPT-SHIP-POINT-NBR TO SSCSUPJ-SUBDIVISION
           MOVE WS-SHPT-BEFORE         TO SSCSUPJ-BEFORE-IMAGE
           MOVE SPACES                 TO SSCSUPJ-AFTER-IMAGE
           MOVE SSCSHPT-RECORD         TO SSCSUPJ-AFTER-IMAGE(1:110)
           WRITE SSCSUPJ-RECORD
           MOVE SSCSUPJ-RECORD         TO SSCSHPB-RECORD
           WRITE SSCSHPB-RECORD.

      *---------------------------------------------------------------*
      *    ONE REPORT LINE PER FIELD WHOSE VALUE ACTUALLY CHANGED ON  *
      *    A REFRESH - A SHIP POINT GOING INACTIVE OR MOVING IS WHAT  *
      *    TRAFFIC NEEDS TO SEE THE MORNING AFTER.                    *
      *---------------------------------------------------------------*
       7300-REPORT-SHIP-POINT-CHANGES.
           IF WS-PB-SHIP-POINT-NAME NOT = SSCSHPT-SHIP-POINT-NAME
               MOVE 'NAME'           TO WS-CH-FIELD-NAME
               MOVE WS-PB-SHIP-POINT-NAME TO WS-CH-OLD-VALUE
               MOVE SSCSHPT-SHIP-POINT-NAME TO WS-CH-NEW-VALUE
               PERFORM 7310-WRITE-CHANGE-LINE
           END-IF
           IF WS-PB-ADDRESS-LINE-1 NOT = SSCSHPT-ADDRESS-LINE-1
               MOVE 'ADDRESS'        TO WS-CH-FIELD-NAME
               MOVE WS-PB-ADDRESS-LINE-1 TO WS-CH-OLD-VALUE
               MOVE SSCSHPT-ADDRESS-LINE-1 TO WS-CH-NEW-VALUE
               PERFORM 7310-WRITE-CHANGE-LINE
           END-IF
           IF WS-PB-CITY NOT = SSCSHPT-CITY
               MOVE 'CITY'           TO WS-CH-FIELD-NAME
               MOVE WS-PB-CITY       TO WS-CH-OLD-VALUE
               MOVE SSCSHPT-CITY     TO WS-CH-NEW-VALUE
               PERFORM 7310-WRITE-CHANGE-LINE
           END-IF
           IF WS-PB-STATE NOT = SSCSHPT-STATE
               MOVE 'STATE'          TO WS-CH-FIELD-NAME
               MOVE WS-PB-STATE      TO WS-CH-OLD-VALUE
               MOVE SSCSHPT-STATE    TO WS-CH-NEW-VALUE
               PERFORM 7310-WRITE-CHANGE-LINE
           END-IF
           IF WS-PB-ZIP-CODE NOT = SSCSHPT-ZIP-CODE
               MOVE 'ZIP CODE'       TO WS-CH-FIELD-NAME
               MOVE WS-PB-ZIP-CODE   TO WS-CH-OLD-VALUE
               MOVE SSCSHPT-ZIP-CODE TO WS-CH-NEW-VALUE
               PERFORM 7310-WRITE-CHANGE-LINE
           END-IF
           IF WS-PB-ACTIVE-SW NOT = SSCSHPT-ACTIVE-SW
               MOVE 'ACTIVE SW'      TO WS-CH-FIELD-NAME
               MOVE WS-PB-ACTIVE-SW  TO WS-CH-OLD-VALUE
               MOVE SSCSHPT-ACTIVE-SW TO WS-CH-NEW-VALUE
               PERFORM 7310-WRITE-CHANGE-LINE
           END-IF.

      *---------------------------------------------------------------*
       7310-WRITE-CHANGE-LINE.
           MOVE SSCSHPT-SUPPLIER-NBR   TO WS-CH-SUPPLIER
           MOVE SSCSHPT-SHIP-POINT-NBR TO WS-CH-SHIP-POINT
           MOVE WS-CHANGE-LINE TO SHPLDRPT-LINE
           WRITE SHPLDRPT-LINE.

      *---------------------------------------------------------------*
      *    ONE SSCAPPC CONTROL RECORD FOR THE 065 FEED - EVERY DETAIL *
      *    READ IS ACCOUNTED FOR, SO SSCBALRP CAN TIE THE FEED OUT    *
      *    AGAINST ITS SSCVOLT RECORDS.  UNKNOWN-SUPPLIER REJECTS     *
      *    AND ANY UNEXPECTED RECORD TYPE FALL INTO REJECTED.         *
      *---------------------------------------------------------------*
       7500-WRITE-APPLIED-COUNTS.
           COMPUTE WS-APPLIED-WORK =
               WS-SHIP-POINTS-ADDED + WS-SHIP-POINTS-REFRESHED
           COMPUTE WS-REJECTED-WORK =
               WS-SHPPT-DETAILS-READ - WS-APPLIED-WORK
           MOVE '065' TO SSCAPPC-TRANS-CODE
           MOVE WS-SHPPT-DETAILS-READ TO SSCAPPC-RECORDS-READ
           MOVE WS-RUN-DATE      TO SSCAPPC-RUN-DATE
           MOVE 'SSCSHPLD'       TO SSCAPPC-PROGRAM-ID
           MOVE WS-APPLIED-WORK  TO SSCAPPC-RECORDS-APPLIED
           MOVE ZERO             TO SSCAPPC-RECORDS-SUSPENDED
           MOVE WS-REJECTED-WORK TO SSCAPPC-RECORDS-REJECTED
           WRITE SSCAPPC-RECORD.

      *---------------------------------------------------------------*
      *    THE LOAD COMPLETED - CLEAR THE BACKOUT FILE AND THE        *
      *    IN-FLIGHT STATE SO THE NEXT RUN STARTS CLEAN.              *
      *---------------------------------------------------------------*
       8000-COMMIT-CLEAN-END.
           CLOSE SSCSHPB-FILE
           OPEN OUTPUT SSCSHPB-FILE
           CLOSE SSCSHPB-FILE
           OPEN OUTPUT SSCSHPR-FILE
           CLOSE SSCSHPR-FILE
           MOVE SPACES TO SHPLDRPT-LINE
           STRING 'SUPPLIER SHIP POINTS - ADDED '  DELIMITED BY SIZE
                   WS-SHIP-POINTS-ADDED      DELIMITED BY SIZE
                   ' REFRESHED '             DELIMITED BY SIZE
                   WS-SHIP-POINTS-REFRESHED  DELIMITED BY SIZE
                   ' REJECTED '              DELIMITED BY SIZE
                   WS-UNKNOWN-SUPPLIER-REJECTS DELIMITED BY SIZE
               INTO SHPLDRPT-LINE
           WRITE SHPLDRPT-LINE.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE WOS-SHPPT-FILE
           CLOSE SSCSUPA-FILE
           CLOSE SSCSHPT-FILE
           CLOSE SSCSUPJ-FILE
           CLOSE SSCAPPC-FILE
           CLOSE SSCSHPLD-RPT.
