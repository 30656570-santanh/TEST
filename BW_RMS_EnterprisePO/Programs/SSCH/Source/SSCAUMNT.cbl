      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCAUMNT                                       *
      *                                                                *
      *   MAINTENANCE PROGRAM FOR THE OPERATOR AUTHORIZATION MASTER   *
      *   (SSCOPAU).  READS ADD/CHANGE/DELETE MAINTENANCE             *
      *   TRANSACTIONS (SSCAUTRN) AND APPLIES THEM TO THE MASTER,     *
      *   WRITING A MAINTENANCE ACTIVITY REPORT OF WHAT WAS APPLIED   *
      *   AND WHAT WAS REJECTED - THE SAME PATTERN SSCGAMNT USES FOR  *
      *   THE SSCGLAM MAPPING.  THE OPERATOR KEYING THE MAINTENANCE   *
      *   MUST THEMSELVES HOLD AN SSCAUMNT GRANT, AND NO OPERATOR MAY *
      *   MAINTAIN THEIR OWN AUTHORITY.  A GRANT MAY ONLY NAME ONE OF *
      *   THE CONTROLLED CORRECTION PROGRAMS AND ONE OF THAT          *
      *   PROGRAM'S OWN ACTION CODES (OR '*' FOR ALL OF THEM).  EVERY *
      *   CHANGE TO THE MASTER IS LOGGED TO SSCAULG.                  *
      *                                                                *
      *   WHILE THE MASTER IS STILL EMPTY, ADDS ARE ACCEPTED WITHOUT  *
      *   AN AUTHORITY CHECK SO THE FIRST SECURITY ADMINISTRATORS     *
      *   CAN BE LOADED; THE REPORT SAYS SO.                          *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-28  P.SANTANA   ORIGINAL.
      * 2026-10-04  P.SANTANA   SSCCYCPT CYCLE-COUNT POSTING ADDED TO
      *                         THE CONTROLLED PROGRAMS (ACTION P).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCAUMNT.
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
           SELECT SSCAUTRN-FILE      ASSIGN TO AUTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTRN-STATUS.

           SELECT SSCOPAU-FILE       ASSIGN TO OPAUTHM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCOPAU-KEY
               FILE STATUS IS WS-OPAU-STATUS.

           SELECT SSCAULG-FILE       ASSIGN TO AUTHLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AULG-STATUS.

           SELECT SSCAUMNT-RPT       ASSIGN TO AUMNTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AURPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSCAUTRN-FILE
           RECORDING MODE IS F.
           COPY SSCAUTRN.

       FD  SSCOPAU-FILE.
           COPY SSCOPAU.

       FD  SSCAULG-FILE
           RECORDING MODE IS F.
           COPY SSCAULG.

       FD  SSCAUMNT-RPT.
       01  AUMNT-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUTRN-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-OPAU-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-OPAU-OK                          VALUE '00'.
               88  WS-OPAU-DUPLICATE                    VALUE '22'.
               88  WS-OPAU-NOT-FOUND                    VALUE '23'.
           05  WS-AULG-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-AURPT-STATUS           PIC X(02)  VALUE SPACES.

       01  WS-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-END-OF-FILE                          VALUE 'Y'.

       01  WS-INITIAL-LOAD-SW            PIC X(01)  VALUE 'N'.
           88  WS-INITIAL-LOAD                         VALUE 'Y'.

       01  WS-AUTH-SW                    PIC X(01)  VALUE 'N'.
           88  WS-AUTH-GRANTED                         VALUE 'Y'.
           88  WS-AUTH-REFUSED                         VALUE 'N'.

       01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
       01  WS-RUN-TIME                   PIC X(08)  VALUE SPACES.

       77  WS-TRANS-APPLIED              PIC 9(05)  VALUE ZERO.
       77  WS-TRANS-REJECTED             PIC 9(05)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    CONTROLLED CORRECTION PROGRAMS AND THE ACTION CODES OF     *
      *    EACH PROGRAM'S OWN TRANSACTION THAT MAY BE GRANTED.  ADD   *
      *    A PROGRAM HERE WHEN IT STARTS CALLING SSCAUTCK.            *
      *---------------------------------------------------------------*
       01  WS-CONTROLLED-PROGRAM-LIST.
           05  FILLER                    PIC X(08)  VALUE 'SSCOOADJ'.
           05  FILLER                    PIC X(08)  VALUE 'CROVT'.
           05  FILLER                    PIC X(08)  VALUE 'SSCQRPR '.
           05  FILLER                    PIC X(08)  VALUE 'TRLSD'.
           05  FILLER                    PIC X(08)  VALUE 'SSCSQMNT'.
           05  FILLER                    PIC X(08)  VALUE 'RSD'.
           05  FILLER                    PIC X(08)  VALUE 'SSCXWMNT'.
           05  FILLER                    PIC X(08)  VALUE 'ACD'.
           05  FILLER                    PIC X(08)  VALUE 'SSCFSMNT'.
           05  FILLER                    PIC X(08)  VALUE 'ACD'.
           05  FILLER                    PIC X(08)  VALUE 'SSCGAMNT'.
           05  FILLER                    PIC X(08)  VALUE 'ACD'.
           05  FILLER                    PIC X(08)  VALUE 'SSCAUMNT'.
           05  FILLER                    PIC X(08)  VALUE 'ACD'.
           05  FILLER                    PIC X(08)  VALUE 'SSCCYCPT'.
           05  FILLER                    PIC X(08)  VALUE 'P'.
       01  WS-CONTROLLED-PROGRAMS REDEFINES WS-CONTROLLED-PROGRAM-LIST.
           05  WS-CONTROLLED-ENTRY       OCCURS 8 TIMES.
               10  WS-CTL-PROGRAM-ID     PIC X(08).
               10  WS-CTL-ACTIONS        PIC X(08).
       77  WS-CTL-IDX                    PIC 9(02)  VALUE ZERO.
       77  WS-CTL-ACTION-IDX             PIC 9(02)  VALUE ZERO.
       77  WS-CTL-FOUND-IDX              PIC 9(02)  VALUE ZERO.
       77  WS-ACTION-VALID-SW            PIC X(01)  VALUE 'N'.
           88  WS-ACTION-IS-VALID                      VALUE 'Y'.

       01  WS-RPT-LINE.
           05  WS-R-ACTION               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-R-GRANT-USER-ID        PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-R-PROGRAM-ID           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-R-GRANT-ACTION         PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-R-APPROVER-SW          PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-R-ACTIVE-SW            PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-R-USER-ID              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-R-STATUS               PIC X(44).

       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(10) VALUE 'ACTION'.
           05  FILLER                    PIC X(10) VALUE 'GRANTEE'.
           05  FILLER                    PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                    PIC X(03) VALUE 'AC'.
           05  FILLER                    PIC X(03) VALUE 'AP'.
           05  FILLER                    PIC X(03) VALUE 'AV'.
           05  FILLER                    PIC X(10) VALUE 'KEYED BY'.
           05  FILLER                    PIC X(44) VALUE 'STATUS'.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCAUMNT'.
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
               DISPLAY 'SSCAUMNT - NOT STARTED, STREAM PREREQUISITE '
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
           OPEN INPUT  SSCAUTRN-FILE
           OPEN I-O    SSCOPAU-FILE
           IF WS-OPAU-STATUS = '35'
               OPEN OUTPUT SSCOPAU-FILE
               CLOSE SSCOPAU-FILE
               OPEN I-O SSCOPAU-FILE
           END-IF
           OPEN EXTEND SSCAULG-FILE
           IF WS-AULG-STATUS = '35'
               OPEN OUTPUT SSCAULG-FILE
           END-IF
           OPEN OUTPUT SSCAUMNT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'SSCAUMNT - OPERATOR AUTHORIZATION MAINTENANCE'
               TO AUMNT-RPT-LINE
           WRITE AUMNT-RPT-LINE
           PERFORM 1100-CHECK-INITIAL-LOAD
           MOVE SPACES TO AUMNT-RPT-LINE
           WRITE AUMNT-RPT-LINE
           MOVE WS-COLUMN-HEADING TO AUMNT-RPT-LINE
           WRITE AUMNT-RPT-LINE
           PERFORM 2100-READ-TRANSACTION.

      *---------------------------------------------------------------*
      *    AN EMPTY MASTER CAN ONLY BE SEEDED - NOBODY YET HOLDS THE  *
      *    AUTHORITY TO MAINTAIN IT.                                  *
      *---------------------------------------------------------------*
       1100-CHECK-INITIAL-LOAD.
           MOVE LOW-VALUES TO SSCOPAU-KEY
           START SSCOPAU-FILE KEY IS NOT LESS THAN SSCOPAU-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INITIAL-LOAD-SW
           END-START
           IF WS-INITIAL-LOAD
               MOVE SPACES TO AUMNT-RPT-LINE
               STRING 'AUTHORIZATION MASTER EMPTY - INITIAL LOAD, '
                          DELIMITED BY SIZE
                      'ADDS ACCEPTED WITHOUT AUTHORITY CHECK'
                          DELIMITED BY SIZE
                   INTO AUMNT-RPT-LINE
               WRITE AUMNT-RPT-LINE
           END-IF.

      *---------------------------------------------------------------*
       2000-APPLY-TRANSACTIONS.
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 2050-CHECK-AUTHORIZATION
                   THRU 2050-CHECK-AUTHORIZATION-EXIT
               EVALUATE TRUE
                   WHEN WS-AUTH-REFUSED
                       PERFORM 2500-WRITE-TRANSACTION-LINE
                       ADD 1 TO WS-TRANS-REJECTED
                   WHEN SSCAUTRN-ADD
                       PERFORM 2200-APPLY-ADD
                           THRU 2200-APPLY-ADD-EXIT
                   WHEN SSCAUTRN-CHANGE
                       PERFORM 2300-APPLY-CHANGE
                           THRU 2300-APPLY-CHANGE-EXIT
                   WHEN SSCAUTRN-DELETE
                       PERFORM 2400-APPLY-DELETE
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO WS-R-STATUS
                       PERFORM 2500-WRITE-TRANSACTION-LINE
                       ADD 1 TO WS-TRANS-REJECTED
               END-EVALUATE
               PERFORM 2100-READ-TRANSACTION
           END-PERFORM.
       2000-APPLY-TRANSACTIONS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    THE KEYING OPERATOR NEEDS AN ACTIVE SSCAUMNT GRANT FOR THE *
      *    ACTION (OR '*'), AND MAY NOT TOUCH THEIR OWN GRANTS.  AN   *
      *    INVALID ACTION CODE IS LEFT FOR THE EVALUATE TO REPORT.    *
      *---------------------------------------------------------------*
       2050-CHECK-AUTHORIZATION.
           MOVE 'Y' TO WS-AUTH-SW
           IF NOT SSCAUTRN-ADD
               AND NOT SSCAUTRN-CHANGE
               AND NOT SSCAUTRN-DELETE
               GO TO 2050-CHECK-AUTHORIZATION-EXIT
           END-IF
           MOVE 'N' TO WS-AUTH-SW
           IF SSCAUTRN-USER-ID = SPACES
               MOVE 'REJECTED - USER NOT AUTHORIZED' TO WS-R-STATUS
               GO TO 2050-CHECK-AUTHORIZATION-EXIT
           END-IF
           IF SSCAUTRN-USER-ID = SSCAUTRN-GRANT-USER-ID
               MOVE 'REJECTED - OWN AUTHORITY CANNOT BE MAINTAINED'
                   TO WS-R-STATUS
               MOVE 'U' TO SSCAULG-EVENT-CODE
               PERFORM 7100-WRITE-LOG-RECORD
               GO TO 2050-CHECK-AUTHORIZATION-EXIT
           END-IF
           IF WS-INITIAL-LOAD
               AND SSCAUTRN-ADD
               MOVE 'Y' TO WS-AUTH-SW
               GO TO 2050-CHECK-AUTHORIZATION-EXIT
           END-IF
           MOVE SSCAUTRN-USER-ID     TO SSCOPAU-USER-ID
           MOVE 'SSCAUMNT'           TO SSCOPAU-PROGRAM-ID
           MOVE SSCAUTRN-ACTION-CODE TO SSCOPAU-ACTION-CODE
           READ SSCOPAU-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SSCOPAU-IS-ACTIVE
                       MOVE 'Y' TO WS-AUTH-SW
                   END-IF
           END-READ
           IF WS-AUTH-REFUSED
               MOVE SSCAUTRN-USER-ID TO SSCOPAU-USER-ID
               MOVE 'SSCAUMNT'       TO SSCOPAU-PROGRAM-ID
               MOVE '*'              TO SSCOPAU-ACTION-CODE
               READ SSCOPAU-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SSCOPAU-IS-ACTIVE
                           MOVE 'Y' TO WS-AUTH-SW
                       END-IF
               END-READ
           END-IF
           IF WS-AUTH-REFUSED
               MOVE 'REJECTED - USER NOT AUTHORIZED' TO WS-R-STATUS
               MOVE 'U' TO SSCAULG-EVENT-CODE
               PERFORM 7100-WRITE-LOG-RECORD
           END-IF.
       2050-CHECK-AUTHORIZATION-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-TRANSACTION.
           READ SSCAUTRN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       2200-APPLY-ADD.
           PERFORM 2600-VALIDATE-GRANT
               THRU 2600-VALIDATE-GRANT-EXIT
           IF NOT WS-ACTION-IS-VALID
               PERFORM 2500-WRITE-TRANSACTION-LINE
               ADD 1 TO WS-TRANS-REJECTED
               GO TO 2200-APPLY-ADD-EXIT
           END-IF
           MOVE SPACES TO SSCOPAU-RECORD
           MOVE SSCAUTRN-GRANT-USER-ID   TO SSCOPAU-USER-ID
           MOVE SSCAUTRN-PROGRAM-ID      TO SSCOPAU-PROGRAM-ID
           MOVE SSCAUTRN-GRANT-ACTION    TO SSCOPAU-ACTION-CODE
           MOVE SSCAUTRN-APPROVER-SW     TO SSCOPAU-APPROVER-SW
           MOVE SSCAUTRN-ACTIVE-SW       TO SSCOPAU-ACTIVE-SW
           MOVE WS-RUN-DATE              TO SSCOPAU-GRANT-DATE
           MOVE WS-RUN-DATE              TO SSCOPAU-LAST-MAINT-DATE
           MOVE SSCAUTRN-USER-ID         TO SSCOPAU-LAST-MAINT-USER
           WRITE SSCOPAU-RECORD
               INVALID KEY
                   MOVE 'REJECTED - ALREADY ON FILE' TO WS-R-STATUS
                   PERFORM 2500-WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE 'G' TO SSCAULG-EVENT-CODE
                   PERFORM 7100-WRITE-LOG-RECORD
                   MOVE 'ADDED' TO WS-R-STATUS
                   PERFORM 2500-WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-TRANS-APPLIED
           END-WRITE.
       2200-APPLY-ADD-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2300-APPLY-CHANGE.
           PERFORM 2600-VALIDATE-GRANT
               THRU 2600-VALIDATE-GRANT-EXIT
           IF NOT WS-ACTION-IS-VALID
               PERFORM 2500-WRITE-TRANSACTION-LINE
               ADD 1 TO WS-TRANS-REJECTED
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF
           MOVE SSCAUTRN-GRANT-USER-ID   TO SSCOPAU-USER-ID
           MOVE SSCAUTRN-PROGRAM-ID      TO SSCOPAU-PROGRAM-ID
           MOVE SSCAUTRN-GRANT-ACTION    TO SSCOPAU-ACTION-CODE
           READ SSCOPAU-FILE
               INVALID KEY
                   MOVE 'REJECTED - NOT ON FILE' TO WS-R-STATUS
                   PERFORM 2500-WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE SSCAUTRN-APPROVER-SW TO SSCOPAU-APPROVER-SW
                   MOVE SSCAUTRN-ACTIVE-SW   TO SSCOPAU-ACTIVE-SW
                   MOVE WS-RUN-DATE          TO
                                             SSCOPAU-LAST-MAINT-DATE
                   MOVE SSCAUTRN-USER-ID     TO
                                             SSCOPAU-LAST-MAINT-USER
                   REWRITE SSCOPAU-RECORD
                   MOVE 'C' TO SSCAULG-EVENT-CODE
                   PERFORM 7100-WRITE-LOG-RECORD
                   MOVE 'CHANGED' TO WS-R-STATUS
                   PERFORM 2500-WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-TRANS-APPLIED
           END-READ.
       2300-APPLY-CHANGE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2400-APPLY-DELETE.
           MOVE SSCAUTRN-GRANT-USER-ID   TO SSCOPAU-USER-ID
           MOVE SSCAUTRN-PROGRAM-ID      TO SSCOPAU-PROGRAM-ID
           MOVE SSCAUTRN-GRANT-ACTION    TO SSCOPAU-ACTION-CODE
           DELETE SSCOPAU-FILE
               INVALID KEY
                   MOVE 'REJECTED - NOT ON FILE' TO WS-R-STATUS
                   PERFORM 2500-WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE 'R' TO SSCAULG-EVENT-CODE
                   PERFORM 7100-WRITE-LOG-RECORD
                   MOVE 'DELETED' TO WS-R-STATUS
                   PERFORM 2500-WRITE-TRANSACTION-LINE
                   ADD 1 TO WS-TRANS-APPLIED
           END-DELETE.

      *---------------------------------------------------------------*
       2500-WRITE-TRANSACTION-LINE.
           EVALUATE TRUE
               WHEN SSCAUTRN-ADD
                   MOVE 'ADD'    TO WS-R-ACTION
               WHEN SSCAUTRN-CHANGE
                   MOVE 'CHANGE' TO WS-R-ACTION
               WHEN SSCAUTRN-DELETE
                   MOVE 'DELETE' TO WS-R-ACTION
               WHEN OTHER
                   MOVE '?'      TO WS-R-ACTION
           END-EVALUATE
           MOVE SSCAUTRN-GRANT-USER-ID   TO WS-R-GRANT-USER-ID
           MOVE SSCAUTRN-PROGRAM-ID      TO WS-R-PROGRAM-ID
           MOVE SSCAUTRN-GRANT-ACTION    TO WS-R-GRANT-ACTION
           MOVE SSCAUTRN-APPROVER-SW     TO WS-R-APPROVER-SW
           MOVE SSCAUTRN-ACTIVE-SW       TO WS-R-ACTIVE-SW
           MOVE SSCAUTRN-USER-ID         TO WS-R-USER-ID
           MOVE WS-RPT-LINE TO AUMNT-RPT-LINE
           WRITE AUMNT-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE.

      *---------------------------------------------------------------*
      *    A GRANT MUST NAME A CONTROLLED PROGRAM AND ONE OF ITS OWN  *
      *    ACTION CODES OR '*', WITH Y/N SWITCHES AND A GRANTEE.      *
      *    WS-ACTION-VALID-SW CARRIES THE RESULT, WS-R-STATUS THE     *
      *    REASON.                                                    *
      *---------------------------------------------------------------*
       2600-VALIDATE-GRANT.
           MOVE 'N' TO WS-ACTION-VALID-SW
           IF SSCAUTRN-GRANT-USER-ID = SPACES
               MOVE 'REJECTED - GRANTEE USER ID BLANK' TO WS-R-STATUS
               GO TO 2600-VALIDATE-GRANT-EXIT
           END-IF
           IF (SSCAUTRN-APPROVER-SW NOT = 'Y'
                   AND SSCAUTRN-APPROVER-SW NOT = 'N')
               OR (SSCAUTRN-ACTIVE-SW NOT = 'Y'
                   AND SSCAUTRN-ACTIVE-SW NOT = 'N')
               MOVE 'REJECTED - APPROVER/ACTIVE SWITCH NOT Y OR N'
                   TO WS-R-STATUS
               GO TO 2600-VALIDATE-GRANT-EXIT
           END-IF
           MOVE ZERO TO WS-CTL-FOUND-IDX
           PERFORM 2610-MATCH-CONTROLLED-PROGRAM
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > 8
           IF WS-CTL-FOUND-IDX = ZERO
               MOVE 'REJECTED - NOT A CONTROLLED PROGRAM'
                   TO WS-R-STATUS
               GO TO 2600-VALIDATE-GRANT-EXIT
           END-IF
           IF SSCAUTRN-GRANT-ACTION = '*'
               MOVE 'Y' TO WS-ACTION-VALID-SW
               GO TO 2600-VALIDATE-GRANT-EXIT
           END-IF
           IF SSCAUTRN-GRANT-ACTION NOT = SPACE
               PERFORM 2620-MATCH-PROGRAM-ACTION
                   VARYING WS-CTL-ACTION-IDX FROM 1 BY 1
                   UNTIL WS-CTL-ACTION-IDX > 8
           END-IF
           IF NOT WS-ACTION-IS-VALID
               MOVE 'REJECTED - ACTION NOT VALID FOR PROGRAM'
                   TO WS-R-STATUS
           END-IF.
       2600-VALIDATE-GRANT-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2610-MATCH-CONTROLLED-PROGRAM.
           IF WS-CTL-PROGRAM-ID(WS-CTL-IDX) = SSCAUTRN-PROGRAM-ID
               MOVE WS-CTL-IDX TO WS-CTL-FOUND-IDX
           END-IF.

      *---------------------------------------------------------------*
       2620-MATCH-PROGRAM-ACTION.
           IF WS-CTL-ACTIONS(WS-CTL-FOUND-IDX)
                   (WS-CTL-ACTION-IDX:1) = SSCAUTRN-GRANT-ACTION
               MOVE 'Y' TO WS-ACTION-VALID-SW
           END-IF.

      *---------------------------------------------------------------*
       3000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO AUMNT-RPT-LINE
           WRITE AUMNT-RPT-LINE
           MOVE SPACES TO AUMNT-RPT-LINE
           STRING 'TRANSACTIONS APPLIED - ' DELIMITED BY SIZE
                   WS-TRANS-APPLIED         DELIMITED BY SIZE
                   ', REJECTED - '          DELIMITED BY SIZE
                   WS-TRANS-REJECTED        DELIMITED BY SIZE
               INTO AUMNT-RPT-LINE
           WRITE AUMNT-RPT-LINE.

      *---------------------------------------------------------------*
      *    THE EVENT CODE IS SET BY THE CALLER OF THIS PARAGRAPH.     *
      *---------------------------------------------------------------*
       7100-WRITE-LOG-RECORD.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE              TO SSCAULG-LOG-DATE
           MOVE WS-RUN-TIME(1:6)         TO SSCAULG-LOG-TIME
           MOVE 'SSCAUMNT'               TO SSCAULG-PROGRAM-ID
           MOVE SSCAUTRN-ACTION-CODE     TO SSCAULG-ACTION-CODE
           MOVE SSCAUTRN-USER-ID         TO SSCAULG-USER-ID
           MOVE SSCAUTRN-GRANT-USER-ID   TO SSCAULG-OTHER-USER-ID
           MOVE SPACES                   TO SSCAULG-REQUEST-KEY
           STRING SSCAUTRN-GRANT-USER-ID DELIMITED BY SIZE
                  SSCAUTRN-PROGRAM-ID    DELIMITED BY SIZE
                  SSCAUTRN-GRANT-ACTION  DELIMITED BY SIZE
               INTO SSCAULG-REQUEST-KEY
           MOVE SPACES                   TO SSCAULG-REQUEST-DATA
           STRING 'APPROVER='            DELIMITED BY SIZE
                  SSCAUTRN-APPROVER-SW   DELIMITED BY SIZE
                  ' ACTIVE='             DELIMITED BY SIZE
                  SSCAUTRN-ACTIVE-SW     DELIMITED BY SIZE
               INTO SSCAULG-REQUEST-DATA
           WRITE SSCAULG-RECORD.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE SSCAUTRN-FILE
           CLOSE SSCOPAU-FILE
           CLOSE SSCAULG-FILE
           CLOSE SSCAUMNT-RPT.
