      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-08-21  P.SANTANA   ORIGINAL.
      * 2026-09-11  P.SANTANA   A PRICE, FREIGHT OR TAX VARIANCE BILLED
      *                         ABOVE THE EXTRACT IS ALSO WRITTEN TO
      *                         THE DSTCBC CHARGEBACK CANDIDATE FILE
      *                         (SSCCBC) FOR SSCCHGBK.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCDSSTL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSSTLRPT-STATUS.

           SELECT SSCCBC-FILE        ASSIGN TO DSTCBC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSCEXT-LNDCST
       FD  SSCDSSTL-RPT.
       01  DSSTL-RPT-LINE                PIC X(132).

       FD  SSCCBC-FILE
           RECORDING MODE IS F.
           COPY SSCCBC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LNDCST-STATUS          PIC X(02)  VALUE SPACES.
           05  WS-VINV-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-DSSTLRPT-STATUS        PIC X(02)  VALUE SPACES.
           05  WS-CBC-STATUS             PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EXTRACT-EOF-SW         PIC X(01)  VALUE 'N'.
           05  WS-INVOICE-EOF-SW         PIC X(01)  VALUE 'N'.
               88  WS-INVOICE-AT-EOF                   VALUE 'Y'.

       01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    MATCH KEYS                                                 *
      *---------------------------------------------------------------*
       77  WS-TAX-VARIANCE              PIC S9(07)V99 VALUE ZERO.
       77  WS-ABS-VARIANCE              PIC 9(07)V99 VALUE ZERO.
       77  WS-VARIANCE-KIND             PIC X(07)  VALUE SPACES.
       77  WS-CHARGEBACK-REASON         PIC X(03)  VALUE SPACES.
       77  WS-CHARGEBACK-VARIANCE       PIC S9(07)V99 VALUE ZERO.

       77  WS-LINES-MATCHED             PIC 9(07)  VALUE ZERO.
       77  WS-LINES-IN-VARIANCE         PIC 9(07)  VALUE ZERO.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-V-VARIANCE             PIC -ZZ,ZZ9.99.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCDSSTL'.
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
           PERFORM 2000-MATCH-EXTRACT-AND-INVOICE
               THRU 2000-MATCH-EXTRACT-AND-INVOICE-EXIT
               UNTIL WS-EXTRACT-AT-EOF AND WS-INVOICE-AT-EOF
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
               DISPLAY 'SSCDSSTL - NOT STARTED, STREAM PREREQUISITE '
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
           COMPUTE WS-RCTL-RECORDS-IN = WS-LINES-MATCHED
                                      + WS-LINES-IN-VARIANCE
           MOVE WS-LINES-IN-VARIANCE TO WS-RCTL-RECORDS-OUT
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
           OPEN INPUT  SSCEXT-LNDCST
           OPEN INPUT  SSCVINV-FILE
           OPEN OUTPUT SSCDSSTL-RPT
           OPEN OUTPUT SSCCBC-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'SSCDSSTL - DIRECT-SHIP SETTLEMENT MATCH REPORT'
               TO DSSTL-RPT-LINE
           WRITE DSSTL-RPT-LINE
               MOVE SSCVINV-UNIT-PRICE  TO WS-V-INVOICE-AMT
               MOVE WS-PRICE-VARIANCE   TO WS-V-VARIANCE
               PERFORM 3100-WRITE-VARIANCE-LINE
               MOVE 'PRC'               TO WS-CHARGEBACK-REASON
               MOVE WS-PRICE-VARIANCE   TO WS-CHARGEBACK-VARIANCE
               PERFORM 3150-WRITE-CHARGEBACK
           END-IF
           MOVE FUNCTION ABS(WS-FREIGHT-VARIANCE) TO WS-ABS-VARIANCE
           IF WS-ABS-VARIANCE > WS-VARIANCE-TOLERANCE
               MOVE SSCVINV-UNIT-FREIGHT TO WS-V-INVOICE-AMT
               MOVE WS-FREIGHT-VARIANCE  TO WS-V-VARIANCE
               PERFORM 3100-WRITE-VARIANCE-LINE
               MOVE 'FRT'                TO WS-CHARGEBACK-REASON
               MOVE WS-FREIGHT-VARIANCE  TO WS-CHARGEBACK-VARIANCE
               PERFORM 3150-WRITE-CHARGEBACK
           END-IF
           MOVE FUNCTION ABS(WS-TAX-VARIANCE) TO WS-ABS-VARIANCE
           IF WS-ABS-VARIANCE > WS-VARIANCE-TOLERANCE
               MOVE SSCVINV-UNIT-TAX     TO WS-V-INVOICE-AMT
               MOVE WS-TAX-VARIANCE      TO WS-V-VARIANCE
               PERFORM 3100-WRITE-VARIANCE-LINE
               MOVE 'TAX'                TO WS-CHARGEBACK-REASON
               MOVE WS-TAX-VARIANCE      TO WS-CHARGEBACK-VARIANCE
               PERFORM 3150-WRITE-CHARGEBACK
           END-IF.

      *---------------------------------------------------------------*
           MOVE WS-VARIANCE-LINE     TO DSSTL-RPT-LINE
           WRITE DSSTL-RPT-LINE.

      *---------------------------------------------------------------*
      *    ONLY AN OVER-BILLING IS CHARGED BACK - THE PER-UNIT        *
      *    VARIANCE ON EVERY INVOICED UNIT.  AN UNDER-BILLING IS LEFT *
      *    ON THE REPORT.                                             *
      *---------------------------------------------------------------*
       3150-WRITE-CHARGEBACK.
           IF WS-CHARGEBACK-VARIANCE > ZERO
               MOVE SPACES TO SSCCBC-RECORD
               MOVE 'SSCDSSTL'             TO SSCCBC-SOURCE-PGM
               MOVE WS-CHARGEBACK-REASON   TO SSCCBC-REASON-CD
               MOVE LC-SUPPLIER-NBR        TO SSCCBC-SUPPLIER-NBR
               MOVE LC-BULK-NBR            TO SSCCBC-BULK-NBR
               STRING LC-DIRECT-PO-LINE    DELIMITED BY SIZE
                       SSCVINV-INVOICE-NBR DELIMITED BY SIZE
                   INTO SSCCBC-REFERENCE
               MOVE LC-ITEM-NBR            TO SSCCBC-ITEM-NBR
               MOVE SSCVINV-UNITS          TO SSCCBC-UNITS
               MOVE WS-CHARGEBACK-VARIANCE TO SSCCBC-UNIT-AMOUNT
               MOVE WS-RUN-DATE            TO SSCCBC-RUN-DATE
               WRITE SSCCBC-RECORD
           END-IF.

      *---------------------------------------------------------------*
       3200-LOG-INVOICE-NO-EXTRACT.
           ADD 1 TO WS-INVOICE-NO-EXTRACT
       9000-TERMINATE.
           CLOSE SSCEXT-LNDCST
           CLOSE SSCVINV-FILE
           CLOSE SSCDSSTL-RPT
           CLOSE SSCCBC-FILE.
