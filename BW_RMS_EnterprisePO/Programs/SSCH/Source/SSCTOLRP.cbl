      * 2026-08-09  P.SANTANA   2510-FIND-SUPPLIER-ENTRY NOW STOPS THE
      *                         RUN IF WS-SUPPLIER-ENTRY IS FULL RATHER
      *                         THAN INDEXING PAST THE OCCURS BOUND.
      * 2026-09-11  P.SANTANA   EACH EXCEPTION BEYOND TOLERANCE IS ALSO
      *                         WRITTEN TO THE TOLCBC CHARGEBACK
      *                         CANDIDATE FILE (SSCCBC) FOR SSCCHGBK.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCTOLRP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLRPT-STATUS.

           SELECT SSCCBC-FILE        ASSIGN TO TOLCBC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WOS-ORDER-FILE
       FD  SSCTOL-RPT.
       01  TOL-RPT-LINE                  PIC X(132).

       FD  SSCCBC-FILE
           RECORDING MODE IS F.
           COPY SSCCBC.

       WORKING-STORAGE SECTION.
           COPY DMSSSCPO-DETAIL.

           05  WS-ORDER-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-RECEIPT-STATUS         PIC X(02)  VALUE SPACES.
           05  WS-TOLRPT-STATUS          PIC X(02)  VALUE SPACES.
           05  WS-CBC-STATUS             PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ORDER-EOF-SW           PIC X(01)  VALUE 'N'.
           05  WS-RECEIPT-EOF-SW         PIC X(01)  VALUE 'N'.
               88  WS-RECEIPT-AT-EOF                   VALUE 'Y'.

       01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    MATCH KEYS                                                 *
      *---------------------------------------------------------------*
                   'NET VARIANCE ='.
           05  WS-S-NET                  PIC -ZZ,ZZZ,ZZ9.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCTOLRP'.
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
           PERFORM 2000-MATCH-ORDER-AND-RECEIPT
               THRU 2000-MATCH-ORDER-AND-RECEIPT-EXIT
               UNTIL WS-ORDER-AT-EOF AND WS-RECEIPT-AT-EOF
           PERFORM 3000-WRITE-SUPPLIER-SUMMARY
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
               DISPLAY 'SSCTOLRP - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-SUPPLIER-COUNT TO WS-RCTL-RECORDS-IN
           MOVE ZERO TO WS-RCTL-RECORDS-OUT
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
           OPEN INPUT  WOS-RECEIPT-FILE
           OPEN OUTPUT SSCTOL-RPT
           OPEN OUTPUT SSCCBC-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'SSCTOLRP - TOLERANCE OVERAGE/SHORTAGE REPORT'
               TO TOL-RPT-LINE
           WRITE TOL-RPT-LINE
           MOVE FUNCTION ABS(WS-VARIANCE) TO WS-ABS-VARIANCE
           IF WS-ABS-VARIANCE > WS-TOLERANCE-QTY
               PERFORM 2400-WRITE-EXCEPTION-LINE
               PERFORM 2450-WRITE-CHARGEBACK
               PERFORM 2500-UPDATE-SUPPLIER-TOTALS
           END-IF.

           MOVE WS-DETAIL-LINE             TO TOL-RPT-LINE
           WRITE TOL-RPT-LINE.

      *---------------------------------------------------------------*
      *    THE FULL OVER/SHORT QUANTITY IS A CHARGEBACK CANDIDATE -   *
      *    THE TOLERANCE DECIDES WHETHER IT IS PURSUED, NOT HOW MUCH. *
      *    THE ORDER'S MERCHANDISE PRICE IS CARRIED WHEN THE LINE HAS *
      *    ONE; OTHERWISE SSCCHGBK VALUES IT AT THE '116' COST.       *
      *---------------------------------------------------------------*
       2450-WRITE-CHARGEBACK.
           MOVE SPACES TO SSCCBC-RECORD
           MOVE 'SSCTOLRP'                 TO SSCCBC-SOURCE-PGM
           IF WS-VARIANCE > 0
               MOVE 'OVR'                  TO SSCCBC-REASON-CD
           ELSE
               MOVE 'SHT'                  TO SSCCBC-REASON-CD
           END-IF
           MOVE DMSSSCPO-ITEM-SUPPLIER-NBR TO SSCCBC-SUPPLIER-NBR
           MOVE DMSSSCPO-ITEM-BULK-NBR     TO SSCCBC-BULK-NBR
           MOVE DMSSSCPO-ITEM-ALLOC-NBR    TO SSCCBC-REFERENCE
           MOVE DMSSSCPO-ITEM-NBR          TO SSCCBC-ITEM-NBR
           MOVE WS-ABS-VARIANCE            TO SSCCBC-UNITS
           MOVE DMSSSCPO-MERCH-PRICE       TO SSCCBC-UNIT-AMOUNT
           MOVE WS-RUN-DATE                TO SSCCBC-RUN-DATE
           WRITE SSCCBC-RECORD.

      *---------------------------------------------------------------*
       2500-UPDATE-SUPPLIER-TOTALS.
           PERFORM 2510-FIND-SUPPLIER-ENTRY
           CLOSE WOS-ORDER-FILE
           CLOSE WOS-RECEIPT-FILE
           CLOSE SSCTOL-RPT
           CLOSE SSCCBC-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-TERMINATE.
           CLOSE WOS-ORDER-FILE
           CLOSE WOS-RECEIPT-FILE
           CLOSE SSCTOL-RPT
           CLOSE SSCCBC-FILE.
