      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCAUTCK                                       *
      *                                                                *
      *   CALLED SUBPROGRAM - OPERATOR AUTHORIZATION AND DUAL-        *
      *   CONTROL CHECK.  EVERY CORRECTION PROGRAM (SSCOOADJ,         *
      *   SSCQRPR, SSCSQMNT, SSCXWMNT, SSCFSMNT, SSCGAMNT) ASKS THIS  *
      *   PROGRAM WHETHER THE USER ID ON A TRANSACTION IS GRANTED     *
      *   THAT PROGRAM'S ACTION ON THE SSCOPAU AUTHORIZATION MASTER,  *
      *   AND FOR A HIGH-RISK ACTION WHETHER A SECOND OPERATOR HAS    *
      *   APPROVED IT.  A HIGH-RISK CORRECTION IS HELD ON THE SSCDCPN *
      *   PENDING FILE THE FIRST TIME IT IS KEYED, AND IS RELEASED    *
      *   ONLY WHEN A DIFFERENT USER HOLDING APPROVER AUTHORITY KEYS  *
      *   THE IDENTICAL CORRECTION INSIDE THE EXPIRY WINDOW.  EVERY   *
      *   REFUSAL, HOLD AND APPROVAL IS LOGGED TO SSCAULG.            *
      *                                                                *
      *   LK-FUNCTION-SW -                                            *
      *       A = AUTHORIZE THE USER FOR THE PROGRAM AND ACTION       *
      *       D = DUAL-CONTROL CHECK OF THE REQUEST KEY AND DATA      *
      *       T = TERMINATE (CLOSE THE FILES)                         *
      *                                                                *
      *   LK-RESULT-CODE RETURNED ON 'A' -                            *
      *       Y = USER IS GRANTED THE ACTION                          *
      *       N = USER IS NOT GRANTED THE ACTION - REJECT             *
      *                                                                *
      *   LK-RESULT-CODE RETURNED ON 'D' -                            *
      *       A = APPROVED BY A SECOND USER - APPLY IT.  THE          *
      *           REQUESTING USER IS RETURNED IN LK-OTHER-USER-ID     *
      *       P = FIRST REQUEST - HELD AWAITING A SECOND APPROVER     *
      *       M = A PENDING REQUEST FOR THE SAME KEY DIFFERED - IT    *
      *           IS REPLACED BY THIS ONE, HELD AWAITING APPROVAL     *
      *       X = A PENDING REQUEST HAD EXPIRED - IT IS REPLACED BY   *
      *           THIS ONE, HELD AWAITING APPROVAL                    *
      *       S = SAME USER AS THE REQUESTER - STILL HELD             *
      *       N = USER HOLDS NO APPROVER AUTHORITY - STILL HELD       *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-28  P.SANTANA   ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCAUTCK.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-09-28.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSCOPAU-FILE       ASSIGN TO OPAUTHM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCOPAU-KEY
               FILE STATUS IS WS-OPAU-STATUS.

           SELECT SSCDCPN-FILE       ASSIGN TO DCPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCDCPN-KEY
               FILE STATUS IS WS-DCPN-STATUS.

           SELECT SSCAULG-FILE       ASSIGN TO AUTHLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AULG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSCOPAU-FILE.
           COPY SSCOPAU.

       FD  SSCDCPN-FILE.
           COPY SSCDCPN.

       FD  SSCAULG-FILE
           RECORDING MODE IS F.
           COPY SSCAULG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-OPAU-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-OPAU-OK                          VALUE '00'.
           05  WS-DCPN-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-DCPN-OK                          VALUE '00'.
           05  WS-AULG-STATUS            PIC X(02)  VALUE SPACES.

       01  WS-FILE-OPEN-SW               PIC X(01)  VALUE 'N'.
           88  WS-FILE-IS-OPEN                         VALUE 'Y'.

       01  WS-MASTER-AVAILABLE-SW        PIC X(01)  VALUE 'N'.
           88  WS-MASTER-AVAILABLE                     VALUE 'Y'.

       01  WS-GRANT-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-GRANT-FOUND                          VALUE 'Y'.

      *---------------------------------------------------------------*
      *    EXPIRY WINDOW - CALENDAR DAYS A HELD DUAL-CONTROL REQUEST  *
      *    REMAINS OPEN FOR APPROVAL.  AN OLDER REQUEST IS REPLACED   *
      *    BY THE NEXT ONE KEYED FOR THE SAME RECORD, NEVER APPROVED. *
      *    CHANGE HERE TO RETUNE.                                     *
      *---------------------------------------------------------------*
       77  WS-PENDING-EXPIRY-DAYS        PIC 9(03)  VALUE 7.

       01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
       01  WS-RUN-TIME                   PIC X(08)  VALUE SPACES.
       77  WS-RUN-DATE-NUM               PIC 9(08)  VALUE ZERO.
       77  WS-REQUEST-DATE-NUM           PIC 9(08)  VALUE ZERO.
       77  WS-DAYS-PENDING               PIC S9(05) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-FUNCTION-SW                PIC X(01).
           88  LK-IS-AUTHORIZE                         VALUE 'A'.
           88  LK-IS-DUAL-CONTROL                      VALUE 'D'.
           88  LK-IS-TERMINATE                         VALUE 'T'.
       01  LK-PROGRAM-ID                 PIC X(08).
       01  LK-ACTION-CODE                PIC X(01).
       01  LK-USER-ID                    PIC X(08).
       01  LK-REQUEST-KEY                PIC X(40).
       01  LK-REQUEST-DATA               PIC X(40).
       01  LK-OTHER-USER-ID              PIC X(08).
       01  LK-RESULT-CODE                PIC X(01).

       PROCEDURE DIVISION USING LK-FUNCTION-SW
                                 LK-PROGRAM-ID
                                 LK-ACTION-CODE
                                 LK-USER-ID
                                 LK-REQUEST-KEY
                                 LK-REQUEST-DATA
                                 LK-OTHER-USER-ID
                                 LK-RESULT-CODE.
      *---------------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN LK-IS-AUTHORIZE
                   PERFORM 2000-AUTHORIZE-USER
               WHEN LK-IS-DUAL-CONTROL
                   PERFORM 3000-DUAL-CONTROL-CHECK
               WHEN LK-IS-TERMINATE
                   PERFORM 9000-TERMINATE
           END-EVALUATE
           GOBACK.

      *---------------------------------------------------------------*
      *    AN UNREADABLE AUTHORIZATION MASTER REFUSES EVERY USER -    *
      *    THE CHECK FAILS CLOSED, NEVER OPEN.                        *
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
           IF NOT WS-FILE-IS-OPEN
               OPEN INPUT SSCOPAU-FILE
               IF WS-OPAU-OK
                   MOVE 'Y' TO WS-MASTER-AVAILABLE-SW
               ELSE
                   MOVE 'N' TO WS-MASTER-AVAILABLE-SW
                   DISPLAY 'SSCAUTCK - AUTHORIZATION MASTER NOT '
                       'AVAILABLE, STATUS = ' WS-OPAU-STATUS
                       ' - ALL TRANSACTIONS REFUSED'
               END-IF
               OPEN I-O SSCDCPN-FILE
               IF WS-DCPN-STATUS = '35'
                   OPEN OUTPUT SSCDCPN-FILE
                   CLOSE SSCDCPN-FILE
                   OPEN I-O SSCDCPN-FILE
               END-IF
               OPEN EXTEND SSCAULG-FILE
               IF WS-AULG-STATUS = '35'
                   OPEN OUTPUT SSCAULG-FILE
               END-IF
               MOVE 'Y' TO WS-FILE-OPEN-SW
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           END-IF.

      *---------------------------------------------------------------*
      *    A GRANT FOR THE EXACT ACTION IS TRIED FIRST, THEN THE '*'  *
      *    ALL-ACTIONS GRANT FOR THE PROGRAM.  ONLY AN ACTIVE GRANT   *
      *    COUNTS.  THE GRANT FOUND IS LEFT IN THE RECORD AREA.       *
      *---------------------------------------------------------------*
       1100-FIND-GRANT.
           MOVE 'N' TO WS-GRANT-FOUND-SW
           IF NOT WS-MASTER-AVAILABLE
               OR LK-USER-ID = SPACES
               GO TO 1100-FIND-GRANT-EXIT
           END-IF
           MOVE LK-USER-ID     TO SSCOPAU-USER-ID
           MOVE LK-PROGRAM-ID  TO SSCOPAU-PROGRAM-ID
           MOVE LK-ACTION-CODE TO SSCOPAU-ACTION-CODE
           READ SSCOPAU-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SSCOPAU-IS-ACTIVE
                       MOVE 'Y' TO WS-GRANT-FOUND-SW
                   END-IF
           END-READ
           IF WS-GRANT-FOUND
               GO TO 1100-FIND-GRANT-EXIT
           END-IF
           MOVE LK-USER-ID     TO SSCOPAU-USER-ID
           MOVE LK-PROGRAM-ID  TO SSCOPAU-PROGRAM-ID
           MOVE '*'            TO SSCOPAU-ACTION-CODE
           READ SSCOPAU-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SSCOPAU-IS-ACTIVE
                       MOVE 'Y' TO WS-GRANT-FOUND-SW
                   END-IF
           END-READ.
       1100-FIND-GRANT-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2000-AUTHORIZE-USER.
           PERFORM 1000-OPEN-FILES
           MOVE SPACES TO LK-OTHER-USER-ID
           MOVE SPACES TO SSCAULG-OTHER-USER-ID
           PERFORM 1100-FIND-GRANT
               THRU 1100-FIND-GRANT-EXIT
           IF WS-GRANT-FOUND
               MOVE 'Y' TO LK-RESULT-CODE
           ELSE
               MOVE 'N' TO LK-RESULT-CODE
               MOVE 'U' TO SSCAULG-EVENT-CODE
               PERFORM 7100-WRITE-LOG-RECORD
           END-IF.

      *---------------------------------------------------------------*
      *    DUAL CONTROL - THE CALLER HAS ALREADY AUTHORIZED THE USER  *
      *    FOR THE ACTION.  NO PENDING ENTRY MEANS THIS IS THE FIRST  *
      *    REQUEST, WHICH IS HELD.                                    *
      *---------------------------------------------------------------*
       3000-DUAL-CONTROL-CHECK.
           PERFORM 1000-OPEN-FILES
           MOVE SPACES TO LK-OTHER-USER-ID
           MOVE SPACES TO SSCAULG-OTHER-USER-ID
           MOVE LK-PROGRAM-ID   TO SSCDCPN-PROGRAM-ID
           MOVE LK-ACTION-CODE  TO SSCDCPN-ACTION-CODE
           MOVE LK-REQUEST-KEY  TO SSCDCPN-REQUEST-KEY
           READ SSCDCPN-FILE
               INVALID KEY
                   PERFORM 3100-RECORD-NEW-REQUEST
                   MOVE 'P' TO LK-RESULT-CODE
                   MOVE 'P' TO SSCAULG-EVENT-CODE
                   PERFORM 7100-WRITE-LOG-RECORD
               NOT INVALID KEY
                   PERFORM 3200-EVALUATE-PENDING
                       THRU 3200-EVALUATE-PENDING-EXIT
           END-READ.

      *---------------------------------------------------------------*
       3100-RECORD-NEW-REQUEST.
           MOVE SPACES TO SSCDCPN-RECORD
           MOVE LK-PROGRAM-ID   TO SSCDCPN-PROGRAM-ID
           MOVE LK-ACTION-CODE  TO SSCDCPN-ACTION-CODE
           MOVE LK-REQUEST-KEY  TO SSCDCPN-REQUEST-KEY
           MOVE LK-REQUEST-DATA TO SSCDCPN-REQUEST-DATA
           MOVE LK-USER-ID      TO SSCDCPN-REQUESTED-BY
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE     TO SSCDCPN-REQUEST-DATE
           MOVE WS-RUN-TIME(1:6) TO SSCDCPN-REQUEST-TIME
           WRITE SSCDCPN-RECORD
               INVALID KEY
                   REWRITE SSCDCPN-RECORD
           END-WRITE.

      *---------------------------------------------------------------*
      *    A PENDING REQUEST IS APPROVED ONLY WHEN IT IS INSIDE THE   *
      *    EXPIRY WINDOW, THE CORRECTION IS IDENTICAL, THE USER IS    *
      *    NOT THE REQUESTER AND THE USER'S GRANT CARRIES APPROVER    *
      *    AUTHORITY.  AN EXPIRED OR DIFFERING REQUEST IS REPLACED BY *
      *    THIS ONE; A SAME-USER OR NON-APPROVER RE-KEY LEAVES THE    *
      *    ORIGINAL REQUEST PENDING.                                  *
      *---------------------------------------------------------------*
       3200-EVALUATE-PENDING.
           MOVE SSCDCPN-REQUESTED-BY TO LK-OTHER-USER-ID
           MOVE SSCDCPN-REQUESTED-BY TO SSCAULG-OTHER-USER-ID
           MOVE SSCDCPN-REQUEST-DATE TO WS-REQUEST-DATE-NUM
           COMPUTE WS-DAYS-PENDING =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
             - FUNCTION INTEGER-OF-DATE(WS-REQUEST-DATE-NUM)
           IF WS-DAYS-PENDING > WS-PENDING-EXPIRY-DAYS
               PERFORM 3100-RECORD-NEW-REQUEST
               MOVE 'X' TO LK-RESULT-CODE
               MOVE 'X' TO SSCAULG-EVENT-CODE
               PERFORM 7100-WRITE-LOG-RECORD
               GO TO 3200-EVALUATE-PENDING-EXIT
           END-IF
           IF SSCDCPN-REQUEST-DATA NOT = LK-REQUEST-DATA
               PERFORM 3100-RECORD-NEW-REQUEST
               MOVE 'M' TO LK-RESULT-CODE
               MOVE 'M' TO SSCAULG-EVENT-CODE
               PERFORM 7100-WRITE-LOG-RECORD
               GO TO 3200-EVALUATE-PENDING-EXIT
           END-IF
           IF SSCDCPN-REQUESTED-BY = LK-USER-ID
               MOVE 'S' TO LK-RESULT-CODE
               MOVE 'S' TO SSCAULG-EVENT-CODE
               PERFORM 7100-WRITE-LOG-RECORD
               GO TO 3200-EVALUATE-PENDING-EXIT
           END-IF
           PERFORM 1100-FIND-GRANT
               THRU 1100-FIND-GRANT-EXIT
           IF NOT WS-GRANT-FOUND
               OR NOT SSCOPAU-CAN-APPROVE
               MOVE 'N' TO LK-RESULT-CODE
               MOVE 'N' TO SSCAULG-EVENT-CODE
               PERFORM 7100-WRITE-LOG-RECORD
               GO TO 3200-EVALUATE-PENDING-EXIT
           END-IF
           DELETE SSCDCPN-FILE
               INVALID KEY
                   DISPLAY 'SSCAUTCK - UNABLE TO DELETE PENDING '
                       'REQUEST, STATUS = ' WS-DCPN-STATUS
           END-DELETE
           MOVE 'A' TO LK-RESULT-CODE
           MOVE 'A' TO SSCAULG-EVENT-CODE
           PERFORM 7100-WRITE-LOG-RECORD.
       3200-EVALUATE-PENDING-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    THE EVENT CODE AND OTHER USER ARE SET BY THE CALLER OF     *
      *    THIS PARAGRAPH.                                            *
      *---------------------------------------------------------------*
       7100-WRITE-LOG-RECORD.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE        TO SSCAULG-LOG-DATE
           MOVE WS-RUN-TIME(1:6)   TO SSCAULG-LOG-TIME
           MOVE LK-PROGRAM-ID      TO SSCAULG-PROGRAM-ID
           MOVE LK-ACTION-CODE     TO SSCAULG-ACTION-CODE
           MOVE LK-USER-ID         TO SSCAULG-USER-ID
           IF LK-IS-DUAL-CONTROL
               MOVE LK-REQUEST-KEY  TO SSCAULG-REQUEST-KEY
               MOVE LK-REQUEST-DATA TO SSCAULG-REQUEST-DATA
           ELSE
               MOVE SPACES          TO SSCAULG-REQUEST-KEY
               MOVE SPACES          TO SSCAULG-REQUEST-DATA
           END-IF
           WRITE SSCAULG-RECORD.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILE-IS-OPEN
               IF WS-MASTER-AVAILABLE
                   CLOSE SSCOPAU-FILE
               END-IF
               CLOSE SSCDCPN-FILE
               CLOSE SSCAULG-FILE
               MOVE 'N' TO WS-FILE-OPEN-SW
           END-IF.
