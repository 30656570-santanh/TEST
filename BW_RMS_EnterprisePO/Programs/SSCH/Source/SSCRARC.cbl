      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-08-21  P.SANTANA   ORIGINAL.
      * 2026-09-11  P.SANTANA   CARRY THE OPENING ITEM ON SSCRAC AND
      *                         WRITE EACH RA UNSHIPPED PAST THE LIMIT
      *                         TO THE RACBC CHARGEBACK CANDIDATE FILE
      *                         (SSCCBC) FOR SSCCHGBK.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCRARC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RARCRPT-STATUS.

           SELECT SSCCBC-FILE        ASSIGN TO RACBC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WOS-ORDER-FILE
       FD  SSCRARC-RPT.
       01  RARC-RPT-LINE                 PIC X(132).

       FD  SSCCBC-FILE
           RECORDING MODE IS F.
           COPY SSCCBC.

       WORKING-STORAGE SECTION.
           COPY DMSSSCPO-DETAIL.

               88  WS-RAC-OK                           VALUE '00'.
               88  WS-RAC-NOT-FOUND                    VALUE '23'.
           05  WS-RARCRPT-STATUS        PIC X(02)  VALUE SPACES.
           05  WS-CBC-STATUS            PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ORDER-EOF-SW          PIC X(01)  VALUE 'N'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-D-STATUS               PIC X(28).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCRARC'.
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
           PERFORM 2000-OPEN-AUTHORIZATIONS
               THRU 2000-OPEN-AUTHORIZATIONS-EXIT
               THRU 4000-AGE-OPEN-AUTHORIZATIONS-EXIT
           PERFORM 5000-WRITE-FINAL-TOTALS
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
               DISPLAY 'SSCRARC - NOT STARTED, STREAM PREREQUISITE '
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
           COMPUTE WS-RCTL-RECORDS-IN = WS-CASES-APPLIED
                                      + WS-CASES-UNMATCHED
           MOVE WS-CASES-APPLIED TO WS-RCTL-RECORDS-OUT
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
           OPEN INPUT  WOS-ORDER-FILE
               OPEN I-O SSCRAC-FILE
           END-IF
           OPEN OUTPUT SSCRARC-RPT
           OPEN OUTPUT SSCCBC-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           MOVE 'SSCRARC - RETURN AUTHORIZATION LIFECYCLE REPORT'
           MOVE ZERO                       TO SSCRAC-SHIPPED-UNITS
           MOVE WS-RUN-DATE                TO SSCRAC-OPENED-DATE
           MOVE SPACES                     TO SSCRAC-LAST-CASE-DATE
           MOVE DMSSSCPO-ITEM-NBR          TO SSCRAC-ITEM-NBR
           WRITE SSCRAC-RECORD
           ADD 1 TO WS-RAS-OPENED.

           IF WS-DAYS-OPEN > WS-AGING-THRESHOLD-DAYS
               MOVE '*** UNSHIPPED PAST LIMIT ***' TO WS-D-STATUS
               ADD 1 TO WS-RAS-AGED-OUT
               PERFORM 4250-WRITE-CHARGEBACK
           ELSE
               MOVE 'WITHIN THRESHOLD' TO WS-D-STATUS
           END-IF
           MOVE WS-DETAIL-LINE TO RARC-RPT-LINE
           WRITE RARC-RPT-LINE.

      *---------------------------------------------------------------*
      *    THE UNSHIPPED BALANCE OF AN RA PAST THE LIMIT IS A         *
      *    CHARGEBACK CANDIDATE, VALUED BY SSCCHGBK AT THE '116'      *
      *    COST OF THE ITEM THAT OPENED THE RA.                       *
      *---------------------------------------------------------------*
       4250-WRITE-CHARGEBACK.
           MOVE SPACES TO SSCCBC-RECORD
           MOVE 'SSCRARC'                  TO SSCCBC-SOURCE-PGM
           MOVE 'RAO'                      TO SSCCBC-REASON-CD
           MOVE SSCRAC-SUPPLIER-NBR        TO SSCCBC-SUPPLIER-NBR
           MOVE SSCRAC-BULK-NBR            TO SSCCBC-BULK-NBR
           MOVE SSCRAC-RA-NBR              TO SSCCBC-REFERENCE
           MOVE SSCRAC-ITEM-NBR            TO SSCCBC-ITEM-NBR
           COMPUTE SSCCBC-UNITS =
               SSCRAC-AUTHORIZED-UNITS - SSCRAC-SHIPPED-UNITS
           MOVE ZERO                       TO SSCCBC-UNIT-AMOUNT
           MOVE WS-RUN-DATE                TO SSCCBC-RUN-DATE
           WRITE SSCCBC-RECORD.

      *---------------------------------------------------------------*
       4300-BUILD-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           CLOSE WOS-ORDER-FILE
           CLOSE WOS-RTV-FILE
           CLOSE SSCRAC-FILE
           CLOSE SSCRARC-RPT
           CLOSE SSCCBC-FILE.
