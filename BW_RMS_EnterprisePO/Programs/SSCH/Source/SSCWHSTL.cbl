      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCWHSTL                                       *
      *                                                                *
      *   WAREHOUSE PO THREE-WAY MATCH AND RECEIVED-NOT-INVOICED      *
      *   ACCRUAL.  SSCDSSTL SETTLES DIRECT-SHIP INVOICES AGAINST     *
      *   THE RLC EXTRACT; THIS IS THE MATCH FOR EVERYTHING ELSE -    *
      *                                                                *
      *     THE NIGHT'S WAREHOUSE INVOICE LINES (SSCWINV LAYOUT,      *
      *         DIRECT-PO-LINE BLANK) ARE POSTED TO THE SSCWIM        *
      *         INVOICE MATCH MASTER BY BULK/ALLOC/ITEM.  A LINE      *
      *         BILLED ABOVE THE LATEST '116' UNIT COST BY MORE THAN  *
      *         THE TOLERANCE IS REPORTED AS OVER-BILLED ON PRICE.    *
      *     EVERY SSCOOM WAREHOUSE LINE IS THEN MATCHED - ORDERED     *
      *         AND RECEIVED UNITS FROM THE ORDER BOOK AGAINST        *
      *         INVOICED UNITS FROM SSCWIM - AND REPORTED AS          *
      *           OVER-BILLED     INVOICED BEYOND ORDERED + TOLERANCE *
      *           UNDER-RECEIVED  INVOICED BEYOND WHAT WAS RECEIVED   *
      *           NEVER INVOICED  RECEIVED BUT NOT BILLED AT ALL      *
      *     RECEIVED UNITS NOT YET INVOICED ARE VALUED AT THE LATEST  *
      *         '116' UNIT COST AND SUMMARIZED BY LOCATION AND ITEM   *
      *         SUBDIVISION.  ON A MONTH-END RUN THE SUMMARY IS       *
      *         WRITTEN AS A BALANCED SSCGLJE ACCRUAL JOURNAL, WITH   *
      *         ACCOUNTS RESOLVED THROUGH THE SSCGLAM MAPPING MASTER  *
      *         THE SAME WAY SSCGLVAL RESOLVES THEM.                  *
      *                                                                *
      *   THE ORDER BOOK CARRIES NO LOCATION, SO A LINE IS COSTED     *
      *   AND ACCRUED AT THE SSCPINV LOCATION HOLDING THE MOST        *
      *   RECENTLY POSTED COST FOR ITS ITEM.  A LINE WITH NO COST ON  *
      *   THE BOOK IS REPORTED AND LEFT OUT OF THE ACCRUAL.           *
      *                                                                *
      *   PARM RECORD - RUN MODE IN COLUMN 1, 'M' FOR THE MONTH-END   *
      *   ACCRUAL RUN, 'D' (OR BLANK) FOR THE NIGHTLY MATCH ONLY.     *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-08  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-10-15  P.SANTANA   WAREHOUSE INVOICE LINES NOW READ WITH
      *                         THEIR OWN SSCWINV LAYOUT, AND EVERY
      *                         LINE POSTED IS RECORDED ON THE SSCWIAP
      *                         INVOICE-APPLIED FILE - A LINE ALREADY
      *                         THERE IS REPORTED AS A DUPLICATE, NOT
      *                         JUST A REPEAT OF THE LAST INVOICE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCWHSTL.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-09-08.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHSTL-PARM-FILE    ASSIGN TO WHSPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SSCWINV-FILE       ASSIGN TO WHINVOIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VINV-STATUS.

           SELECT SSCOOM-FILE        ASSIGN TO OOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCOOM-KEY
               FILE STATUS IS WS-OOM-STATUS.

           SELECT SSCWIM-FILE        ASSIGN TO WHINVMM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCWIM-KEY
               FILE STATUS IS WS-WIM-STATUS.

           SELECT SSCWIAP-FILE       ASSIGN TO WHINVAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCWIAP-KEY
               FILE STATUS IS WS-WIAP-STATUS.

           SELECT SSCPINV-FILE       ASSIGN TO PINVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCPINV-KEY
               FILE STATUS IS WS-PINV-STATUS.

           SELECT SSCGLAM-FILE       ASSIGN TO GLACCTM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCGLAM-KEY
               FILE STATUS IS WS-GLAM-STATUS.

           SELECT SSCGLJE-FILE       ASSIGN TO GLJERNI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJE-STATUS.

           SELECT SSCWHSTL-RPT       ASSIGN TO WHSTLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSTLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WHSTL-PARM-FILE.
       01  WHSTL-PARM-RECORD.
           05  WHSTL-PARM-RUN-MODE      PIC X(01).
           05  FILLER                   PIC X(79).

       FD  SSCWINV-FILE
           RECORDING MODE IS F.
           COPY SSCWINV.

       FD  SSCOOM-FILE.
           COPY SSCOOM.

       FD  SSCWIM-FILE.
           COPY SSCWIM.

       FD  SSCWIAP-FILE.
           COPY SSCWIAP.

       FD  SSCPINV-FILE.
           COPY SSCPINV.

       FD  SSCGLAM-FILE.
           COPY SSCGLAM.

       FD  SSCGLJE-FILE
           RECORDING MODE IS F.
           COPY SSCGLJE.

       FD  SSCWHSTL-RPT.
       01  WHSTL-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-PARM-OK                          VALUE '00'.
           05  WS-VINV-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-OOM-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-OOM-OK                           VALUE '00'.
           05  WS-WIM-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-WIAP-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-PINV-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-GLAM-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-GLJE-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-WHSTLRPT-STATUS       PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-INVOICE-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-INVOICE-AT-EOF                  VALUE 'Y'.
           05  WS-OOM-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-OOM-AT-EOF                      VALUE 'Y'.
           05  WS-PINV-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-PINV-AT-EOF                     VALUE 'Y'.
           05  WS-WIM-NEW-SW            PIC X(01)  VALUE 'N'.
               88  WS-WIM-IS-NEW                      VALUE 'Y'.
           05  WS-WIAP-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  WS-WIAP-ALREADY-APPLIED            VALUE 'Y'.
           05  WS-COST-SW               PIC X(01)  VALUE 'N'.
               88  WS-COST-FOUND                      VALUE 'Y'.
           05  WS-RUN-MODE-SW           PIC X(01)  VALUE 'D'.
               88  WS-MONTH-END-RUN                   VALUE 'M'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       77  WS-RETURN-CODE               PIC 9(04)  COMP  VALUE ZERO.

      *---------------------------------------------------------------*
      *    PER-UNIT PRICE TOLERANCE - AN INVOICE PRICE AT OR UNDER    *
      *    THIS AMOUNT ABOVE THE LATEST '116' COST IS ROUNDING, NOT   *
      *    AN OVER-BILLING.  CHANGE HERE TO RETUNE.                   *
      *---------------------------------------------------------------*
       77  WS-PRICE-TOLERANCE           PIC 9(03)V99 VALUE 0.05.

      *---------------------------------------------------------------*
      *    THE ACCRUAL RESOLVES ITS ACCOUNTS THROUGH SSCGLAM.  A      *
      *    LOCATION/SUBDIVISION WITH NO ACTIVE MAPPING POSTS TO THE   *
      *    SAME SUSPENSE ACCOUNT SSCGLVAL USES, FLAGGED ON THE        *
      *    REPORT.                                                    *
      *---------------------------------------------------------------*
       77  WS-SUSPENSE-ACCT-NBR         PIC X(10)  VALUE '1209999999'.

       01  WS-RESOLVED-ACCOUNTS.
           05  WS-RESOLVED-INVENTORY    PIC X(10)  VALUE SPACES.
           05  WS-RESOLVED-OFFSET       PIC X(10)  VALUE SPACES.
           05  WS-MAPPING-SW            PIC X(01)  VALUE 'N'.
               88  WS-MAPPING-FOUND                   VALUE 'Y'.
               88  WS-MAPPING-MISSING                 VALUE 'N'.

      *---------------------------------------------------------------*
      *    ITEM NUMBER BREAKDOWN - SUBDIVISION FOR THE GL KEY         *
      *---------------------------------------------------------------*
       01  WS-ITEM-NBR                  PIC X(19)  VALUE SPACES.
       01  WS-ITEM-NBR-DTL REDEFINES WS-ITEM-NBR.
           05  WS-SSC-UNIT-NBR           PIC 9(5).
           05  WS-SUBDIVISION            PIC 9(3).
           05  WS-LOT                    PIC 9(4).
           05  WS-LINE                   PIC 9(4).
           05  WS-SKU                    PIC 9(3).

      *---------------------------------------------------------------*
      *    LATEST COST FOR AN ITEM - RESULT OF 6000-FIND-ITEM-COST    *
      *---------------------------------------------------------------*
       01  WS-ITEM-COST-AREA.
           05  WS-COST-ITEM-NBR         PIC X(19)  VALUE SPACES.
           05  WS-COST-LOCATION-CODE    PIC X(02)  VALUE SPACES.
           05  WS-COST-DATE             PIC X(08)  VALUE SPACES.
           05  WS-ITEM-UNIT-COST        PIC 9(07)V99 VALUE ZERO.

       77  WS-INVOICED-UNITS            PIC 9(09)  VALUE ZERO.
       77  WS-RNI-UNITS                 PIC 9(09)  VALUE ZERO.
       77  WS-RNI-VALUE                 PIC 9(09)V99 VALUE ZERO.
       77  WS-PRICE-VARIANCE            PIC S9(07)V99 VALUE ZERO.
       77  WS-EXCEPTION-UNITS           PIC S9(10) VALUE ZERO.
       77  WS-EXCEPTION-TEXT            PIC X(20)  VALUE SPACES.

       77  WS-INVOICES-READ             PIC 9(07)  VALUE ZERO.
       77  WS-INVOICES-POSTED           PIC 9(07)  VALUE ZERO.
       77  WS-INVOICES-DIRECT-SHIP      PIC 9(07)  VALUE ZERO.
       77  WS-INVOICES-NO-ORDER         PIC 9(07)  VALUE ZERO.
       77  WS-INVOICES-DUPLICATE        PIC 9(07)  VALUE ZERO.
       77  WS-PRICE-OVER-BILLED         PIC 9(07)  VALUE ZERO.
       77  WS-LINES-MATCHED             PIC 9(07)  VALUE ZERO.
       77  WS-LINES-OVER-BILLED         PIC 9(07)  VALUE ZERO.
       77  WS-LINES-UNDER-RECEIVED      PIC 9(07)  VALUE ZERO.
       77  WS-LINES-NEVER-INVOICED      PIC 9(07)  VALUE ZERO.
       77  WS-LINES-UNCOSTED            PIC 9(07)  VALUE ZERO.
       77  WS-UNMAPPED-COUNT            PIC 9(05)  VALUE ZERO.
       77  WS-TOTAL-RNI-VALUE           PIC 9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *    RECEIVED-NOT-INVOICED ACCUMULATION - LOCATION/SUBDIVISION  *
      *---------------------------------------------------------------*
       01  WS-RNI-TABLE-CTL.
           05  WS-RNI-COUNT             PIC 9(04)  VALUE ZERO.
           05  WS-RNI-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-RNI-IDX.
               10  WS-RNI-LOCATION-CODE PIC X(02).
               10  WS-RNI-SUBDIVISION   PIC 9(03).
               10  WS-RNI-TBL-UNITS     PIC 9(09)   VALUE ZERO.
               10  WS-RNI-TBL-VALUE     PIC 9(09)V99 VALUE ZERO.

       77  WS-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-RNI-ENTRY-FOUND                     VALUE 'Y'.

      *---------------------------------------------------------------*
      *    REPORT LINE LAYOUTS                                         *
      *---------------------------------------------------------------*
       01  WS-DETAIL-LINE.
           05  WS-D-BULK-NBR            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-ALLOC-NBR           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-ITEM-NBR            PIC X(19).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-SUPPLIER            PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-ORDERED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-RECEIVED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-INVOICED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-EXCEPTION-UNITS     PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-EXCEPTION           PIC X(20).

       01  WS-PRICE-LINE.
           05  WS-P-BULK-NBR            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-P-ALLOC-NBR           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-P-ITEM-NBR            PIC X(19).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-P-INVOICE-NBR         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-P-INVOICE-PRICE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-P-BOOK-COST           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-P-VARIANCE            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(20)
                   VALUE 'OVER-BILLED - PRICE'.

       01  WS-ACCRUAL-LINE.
           05  WS-A-LOCATION-CODE       PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-A-SUBDIVISION         PIC 9(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-A-UNITS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-A-VALUE               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-A-DEBIT-ACCT          PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-A-CREDIT-ACCT         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-A-MAPPING-FLAG        PIC X(18).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCWHSTL'.
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
               THRU 1000-INITIALIZE-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 2000-POST-WAREHOUSE-INVOICES
                   THRU 2000-POST-WAREHOUSE-INVOICES-EXIT
               PERFORM 3000-MATCH-ORDER-BOOK
                   THRU 3000-MATCH-ORDER-BOOK-EXIT
               PERFORM 4000-REPORT-ACCRUAL
                   THRU 4000-REPORT-ACCRUAL-EXIT
               PERFORM 5000-WRITE-FINAL-TOTALS
           END-IF
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
               DISPLAY 'SSCWHSTL - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-INVOICES-READ TO WS-RCTL-RECORDS-IN
           MOVE WS-INVOICES-POSTED TO WS-RCTL-RECORDS-OUT
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
           OPEN OUTPUT SSCWHSTL-RPT
           MOVE 'SSCWHSTL - WAREHOUSE PO THREE-WAY MATCH / RNI ACCRUAL'
               TO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE
           OPEN INPUT WHSTL-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'SSCWHSTL - UNABLE TO OPEN WHSTL-PARM-FILE, '
                   'STATUS = ' WS-PARM-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           READ WHSTL-PARM-FILE
               AT END
                   MOVE SPACES TO WHSTL-PARM-RECORD
           END-READ
           CLOSE WHSTL-PARM-FILE
           IF WHSTL-PARM-RUN-MODE = 'M'
               MOVE 'M' TO WS-RUN-MODE-SW
               MOVE 'MONTH-END RUN - ACCRUAL JOURNAL WILL BE WRITTEN'
                   TO WHSTL-RPT-LINE
           ELSE
               MOVE 'D' TO WS-RUN-MODE-SW
               MOVE 'NIGHTLY RUN - ACCRUAL REPORTED, NOT JOURNALED'
                   TO WHSTL-RPT-LINE
           END-IF
           WRITE WHSTL-RPT-LINE
           OPEN INPUT SSCOOM-FILE
           IF NOT WS-OOM-OK
               DISPLAY 'SSCWHSTL - UNABLE TO OPEN SSCOOM-FILE, '
                   'STATUS = ' WS-OOM-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN INPUT  SSCWINV-FILE
           OPEN INPUT  SSCPINV-FILE
           OPEN INPUT  SSCGLAM-FILE
           OPEN I-O    SSCWIM-FILE
           IF WS-WIM-STATUS = '35'
               OPEN OUTPUT SSCWIM-FILE
               CLOSE SSCWIM-FILE
               OPEN I-O SSCWIM-FILE
           END-IF
           OPEN I-O    SSCWIAP-FILE
           IF WS-WIAP-STATUS = '35'
               OPEN OUTPUT SSCWIAP-FILE
               CLOSE SSCWIAP-FILE
               OPEN I-O SSCWIAP-FILE
           END-IF
           IF WS-MONTH-END-RUN
               OPEN OUTPUT SSCGLJE-FILE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2000-POST-WAREHOUSE-INVOICES.
           MOVE SPACES TO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE
           MOVE 'WAREHOUSE INVOICE POSTING EXCEPTIONS' TO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE
           PERFORM 2100-READ-INVOICE
           PERFORM UNTIL WS-INVOICE-AT-EOF
               ADD 1 TO WS-INVOICES-READ
               IF SSCWINV-DIRECT-PO-LINE NOT = SPACES
                   ADD 1 TO WS-INVOICES-DIRECT-SHIP
               ELSE
                   PERFORM 2200-POST-ONE-INVOICE
                       THRU 2200-POST-ONE-INVOICE-EXIT
               END-IF
               PERFORM 2100-READ-INVOICE
           END-PERFORM.
       2000-POST-WAREHOUSE-INVOICES-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-INVOICE.
           READ SSCWINV-FILE
               AT END
                   MOVE 'Y' TO WS-INVOICE-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
      *    THE INVOICE LINE MUST BILL A WAREHOUSE LINE ON THE ORDER   *
      *    BOOK.  AN INVOICE LINE ALREADY ON SSCWIAP (A RERUN, OR AN  *
      *    EARLIER INVOICE RE-PRESENTED) IS A DUPLICATE AND IS        *
      *    REPORTED RATHER THAN POSTED TWICE.  THE LAST-INVOICE TEST  *
      *    ON SSCWIM STILL CATCHES A REPEAT OF A LINE POSTED BEFORE   *
      *    SSCWIAP WAS KEPT.                                          *
      *---------------------------------------------------------------*
       2200-POST-ONE-INVOICE.
           MOVE SSCWINV-BULK-NBR        TO SSCOOM-BULK-NBR
           MOVE SSCWINV-ALLOC-NBR       TO SSCOOM-ALLOC-NBR
           MOVE SSCWINV-ITEM-NBR        TO SSCOOM-ITEM-NBR
           READ SSCOOM-FILE
               INVALID KEY
                   PERFORM 2210-LOG-INVOICE-NO-ORDER
                   GO TO 2200-POST-ONE-INVOICE-EXIT
           END-READ
           IF NOT SSCOOM-IS-WAREHOUSE-PO
               PERFORM 2210-LOG-INVOICE-NO-ORDER
               GO TO 2200-POST-ONE-INVOICE-EXIT
           END-IF
           MOVE 'N' TO WS-WIM-NEW-SW
           MOVE SSCOOM-KEY              TO SSCWIM-KEY
           READ SSCWIM-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-WIM-NEW-SW
                   MOVE SPACES TO SSCWIM-RECORD
                   MOVE SSCOOM-KEY          TO SSCWIM-KEY
                   MOVE SSCWINV-SUPPLIER-NBR TO SSCWIM-SUPPLIER-NBR
                   MOVE ZERO TO SSCWIM-INVOICED-UNITS
                   MOVE ZERO TO SSCWIM-INVOICED-AMOUNT
                   MOVE SSCWINV-INVOICE-DATE
                                            TO SSCWIM-FIRST-INVOICE-DATE
           END-READ
           MOVE 'N' TO WS-WIAP-FOUND-SW
           MOVE SSCWINV-SUPPLIER-NBR    TO SSCWIAP-SUPPLIER-NBR
           MOVE SSCWINV-INVOICE-NBR     TO SSCWIAP-INVOICE-NBR
           MOVE SSCWINV-BULK-NBR        TO SSCWIAP-BULK-NBR
           MOVE SSCWINV-ALLOC-NBR       TO SSCWIAP-ALLOC-NBR
           MOVE SSCWINV-ITEM-NBR        TO SSCWIAP-ITEM-NBR
           READ SSCWIAP-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WIAP-FOUND-SW
           END-READ
           IF WS-WIAP-ALREADY-APPLIED
               PERFORM 2220-LOG-DUPLICATE-INVOICE
               GO TO 2200-POST-ONE-INVOICE-EXIT
           END-IF
           IF NOT WS-WIM-IS-NEW
               AND SSCWIM-LAST-INVOICE-NBR = SSCWINV-INVOICE-NBR
               PERFORM 2220-LOG-DUPLICATE-INVOICE
               GO TO 2200-POST-ONE-INVOICE-EXIT
           END-IF
           ADD SSCWINV-UNITS            TO SSCWIM-INVOICED-UNITS
           COMPUTE SSCWIM-INVOICED-AMOUNT ROUNDED =
               SSCWIM-INVOICED-AMOUNT +
                   (SSCWINV-UNITS * SSCWINV-UNIT-PRICE)
           MOVE SSCWINV-INVOICE-NBR     TO SSCWIM-LAST-INVOICE-NBR
           MOVE SSCWINV-UNIT-PRICE      TO SSCWIM-LAST-UNIT-PRICE
           MOVE SSCWINV-INVOICE-DATE    TO SSCWIM-LAST-INVOICE-DATE
           IF WS-WIM-IS-NEW
               WRITE SSCWIM-RECORD
           ELSE
               REWRITE SSCWIM-RECORD
           END-IF
           PERFORM 2230-RECORD-INVOICE-APPLIED
           ADD 1 TO WS-INVOICES-POSTED
           PERFORM 2300-CHECK-INVOICE-PRICE.
       2200-POST-ONE-INVOICE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2210-LOG-INVOICE-NO-ORDER.
           ADD 1 TO WS-INVOICES-NO-ORDER
           MOVE SPACES TO WHSTL-RPT-LINE
           STRING '*** INVOICE LINE WITH NO WAREHOUSE ORDER LINE - '
                   DELIMITED BY SIZE
                   'INVOICE '               DELIMITED BY SIZE
                   SSCWINV-INVOICE-NBR      DELIMITED BY SIZE
                   ' BULK '                 DELIMITED BY SIZE
                   SSCWINV-BULK-NBR         DELIMITED BY SIZE
                   ' ALLOC '                DELIMITED BY SIZE
                   SSCWINV-ALLOC-NBR        DELIMITED BY SIZE
                   ' ITEM '                 DELIMITED BY SIZE
                   SSCWINV-ITEM-NBR         DELIMITED BY SIZE
               INTO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE.

      *---------------------------------------------------------------*
       2220-LOG-DUPLICATE-INVOICE.
           ADD 1 TO WS-INVOICES-DUPLICATE
           MOVE SPACES TO WHSTL-RPT-LINE
           STRING '*** DUPLICATE INVOICE NOT POSTED - INVOICE '
                   DELIMITED BY SIZE
                   SSCWINV-INVOICE-NBR      DELIMITED BY SIZE
                   ' BULK '                 DELIMITED BY SIZE
                   SSCWINV-BULK-NBR         DELIMITED BY SIZE
                   ' ALLOC '                DELIMITED BY SIZE
                   SSCWINV-ALLOC-NBR        DELIMITED BY SIZE
                   ' ITEM '                 DELIMITED BY SIZE
                   SSCWINV-ITEM-NBR         DELIMITED BY SIZE
               INTO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE.

      *---------------------------------------------------------------*
       2230-RECORD-INVOICE-APPLIED.
           MOVE SPACES                  TO SSCWIAP-RECORD
           MOVE SSCWINV-SUPPLIER-NBR    TO SSCWIAP-SUPPLIER-NBR
           MOVE SSCWINV-INVOICE-NBR     TO SSCWIAP-INVOICE-NBR
           MOVE SSCWINV-BULK-NBR        TO SSCWIAP-BULK-NBR
           MOVE SSCWINV-ALLOC-NBR       TO SSCWIAP-ALLOC-NBR
           MOVE SSCWINV-ITEM-NBR        TO SSCWIAP-ITEM-NBR
           MOVE SSCWINV-UNITS           TO SSCWIAP-UNITS
           MOVE SSCWINV-UNIT-PRICE      TO SSCWIAP-UNIT-PRICE
           MOVE SSCWINV-INVOICE-DATE    TO SSCWIAP-INVOICE-DATE
           MOVE WS-RUN-DATE             TO SSCWIAP-APPLIED-DATE
           WRITE SSCWIAP-RECORD.

      *---------------------------------------------------------------*
      *    PRICE LEG OF THE MATCH - THE INVOICED UNIT PRICE AGAINST   *
      *    THE LATEST '116' COST FOR THE ITEM.  ONLY BILLING ABOVE    *
      *    COST IS AN EXCEPTION; AN ITEM NOT YET COSTED CANNOT BE     *
      *    CHECKED AND IS PICKED UP AS UNCOSTED IN THE LINE MATCH.    *
      *---------------------------------------------------------------*
       2300-CHECK-INVOICE-PRICE.
           MOVE SSCWINV-ITEM-NBR TO WS-COST-ITEM-NBR
           PERFORM 6000-FIND-ITEM-COST
               THRU 6000-FIND-ITEM-COST-EXIT
           IF WS-COST-FOUND
               COMPUTE WS-PRICE-VARIANCE =
                   SSCWINV-UNIT-PRICE - WS-ITEM-UNIT-COST
               IF WS-PRICE-VARIANCE > WS-PRICE-TOLERANCE
                   ADD 1 TO WS-PRICE-OVER-BILLED
                   MOVE SSCWINV-BULK-NBR    TO WS-P-BULK-NBR
                   MOVE SSCWINV-ALLOC-NBR   TO WS-P-ALLOC-NBR
                   MOVE SSCWINV-ITEM-NBR    TO WS-P-ITEM-NBR
                   MOVE SSCWINV-INVOICE-NBR TO WS-P-INVOICE-NBR
                   MOVE SSCWINV-UNIT-PRICE  TO WS-P-INVOICE-PRICE
                   MOVE WS-ITEM-UNIT-COST   TO WS-P-BOOK-COST
                   MOVE WS-PRICE-VARIANCE   TO WS-P-VARIANCE
                   MOVE WS-PRICE-LINE TO WHSTL-RPT-LINE
                   WRITE WHSTL-RPT-LINE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    UNITS LEGS OF THE MATCH - EVERY WAREHOUSE LINE ON THE      *
      *    ORDER BOOK, OPEN OR NOT, SINCE A CLOSED LINE CAN STILL BE  *
      *    UNBILLED OR OVER-BILLED.                                   *
      *---------------------------------------------------------------*
       3000-MATCH-ORDER-BOOK.
           MOVE SPACES TO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE
           MOVE 'THREE-WAY MATCH EXCEPTIONS' TO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE
           MOVE LOW-VALUES TO SSCOOM-KEY
           START SSCOOM-FILE KEY IS NOT LESS THAN SSCOOM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-OOM-EOF-SW
           END-START
           PERFORM 3100-READ-NEXT-ORDER-LINE
           PERFORM UNTIL WS-OOM-AT-EOF
               IF SSCOOM-IS-WAREHOUSE-PO
                   PERFORM 3200-MATCH-ONE-LINE
               END-IF
               PERFORM 3100-READ-NEXT-ORDER-LINE
           END-PERFORM.
       3000-MATCH-ORDER-BOOK-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3100-READ-NEXT-ORDER-LINE.
           IF NOT WS-OOM-AT-EOF
               READ SSCOOM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OOM-EOF-SW
               END-READ
           END-IF.

      *---------------------------------------------------------------*
       3200-MATCH-ONE-LINE.
           MOVE ZERO TO WS-INVOICED-UNITS
           MOVE SSCOOM-KEY TO SSCWIM-KEY
           READ SSCWIM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SSCWIM-INVOICED-UNITS TO WS-INVOICED-UNITS
           END-READ
           EVALUATE TRUE
               WHEN WS-INVOICED-UNITS = ZERO
                   AND SSCOOM-RECEIVED-UNITS > ZERO
                   ADD 1 TO WS-LINES-NEVER-INVOICED
                   MOVE SSCOOM-RECEIVED-UNITS TO WS-EXCEPTION-UNITS
                   MOVE 'NEVER INVOICED'      TO WS-EXCEPTION-TEXT
                   PERFORM 3300-WRITE-EXCEPTION-LINE
               WHEN WS-INVOICED-UNITS >
                       SSCOOM-ORDERED-UNITS + SSCOOM-TOLERANCE-QTY
                   ADD 1 TO WS-LINES-OVER-BILLED
                   COMPUTE WS-EXCEPTION-UNITS =
                       WS-INVOICED-UNITS - SSCOOM-ORDERED-UNITS
                   MOVE 'OVER-BILLED'         TO WS-EXCEPTION-TEXT
                   PERFORM 3300-WRITE-EXCEPTION-LINE
               WHEN WS-INVOICED-UNITS > SSCOOM-RECEIVED-UNITS
                   ADD 1 TO WS-LINES-UNDER-RECEIVED
                   COMPUTE WS-EXCEPTION-UNITS =
                       WS-INVOICED-UNITS - SSCOOM-RECEIVED-UNITS
                   MOVE 'UNDER-RECEIVED'      TO WS-EXCEPTION-TEXT
                   PERFORM 3300-WRITE-EXCEPTION-LINE
               WHEN OTHER
                   ADD 1 TO WS-LINES-MATCHED
           END-EVALUATE
           IF SSCOOM-RECEIVED-UNITS > WS-INVOICED-UNITS
               COMPUTE WS-RNI-UNITS =
                   SSCOOM-RECEIVED-UNITS - WS-INVOICED-UNITS
               PERFORM 3400-ACCUMULATE-RNI
           END-IF.

      *---------------------------------------------------------------*
       3300-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SSCOOM-BULK-NBR       TO WS-D-BULK-NBR
           MOVE SSCOOM-ALLOC-NBR      TO WS-D-ALLOC-NBR
           MOVE SSCOOM-ITEM-NBR       TO WS-D-ITEM-NBR
           MOVE SSCOOM-SUPPLIER-NBR   TO WS-D-SUPPLIER
           MOVE SSCOOM-ORDERED-UNITS  TO WS-D-ORDERED
           MOVE SSCOOM-RECEIVED-UNITS TO WS-D-RECEIVED
           MOVE WS-INVOICED-UNITS     TO WS-D-INVOICED
           MOVE WS-EXCEPTION-UNITS    TO WS-D-EXCEPTION-UNITS
           MOVE WS-EXCEPTION-TEXT     TO WS-D-EXCEPTION
           MOVE WS-DETAIL-LINE TO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE.

      *---------------------------------------------------------------*
      *    VALUE THE RECEIVED-NOT-INVOICED UNITS AT THE LATEST COST   *
      *    AND ADD THEM TO THE LOCATION/SUBDIVISION OF THAT COST.     *
      *---------------------------------------------------------------*
       3400-ACCUMULATE-RNI.
           MOVE SSCOOM-ITEM-NBR TO WS-COST-ITEM-NBR
           PERFORM 6000-FIND-ITEM-COST
               THRU 6000-FIND-ITEM-COST-EXIT
           IF NOT WS-COST-FOUND
               ADD 1 TO WS-LINES-UNCOSTED
               MOVE SPACES TO WHSTL-RPT-LINE
               STRING '*** RECEIVED-NOT-INVOICED UNITS WITH NO 116 '
                       DELIMITED BY SIZE
                       'COST, NOT ACCRUED - BULK ' DELIMITED BY SIZE
                       SSCOOM-BULK-NBR          DELIMITED BY SIZE
                       ' ALLOC '                DELIMITED BY SIZE
                       SSCOOM-ALLOC-NBR         DELIMITED BY SIZE
                       ' ITEM '                 DELIMITED BY SIZE
                       SSCOOM-ITEM-NBR          DELIMITED BY SIZE
                   INTO WHSTL-RPT-LINE
               WRITE WHSTL-RPT-LINE
           ELSE
               COMPUTE WS-RNI-VALUE ROUNDED =
                   WS-RNI-UNITS * WS-ITEM-UNIT-COST
               MOVE SSCOOM-ITEM-NBR TO WS-ITEM-NBR
               PERFORM 3410-FIND-RNI-ENTRY
               ADD WS-RNI-UNITS TO WS-RNI-TBL-UNITS(WS-RNI-IDX)
               ADD WS-RNI-VALUE TO WS-RNI-TBL-VALUE(WS-RNI-IDX)
           END-IF.

      *---------------------------------------------------------------*
       3410-FIND-RNI-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3420-SEARCH-RNI-ENTRY
               VARYING WS-RNI-IDX FROM 1 BY 1
               UNTIL WS-RNI-IDX > WS-RNI-COUNT
                   OR WS-RNI-ENTRY-FOUND
           IF WS-RNI-ENTRY-FOUND
               SET WS-RNI-IDX DOWN BY 1
           ELSE
               IF WS-RNI-COUNT >= 200
                   PERFORM 3415-RNI-TABLE-FULL
               END-IF
               ADD 1 TO WS-RNI-COUNT
               SET WS-RNI-IDX TO WS-RNI-COUNT
               MOVE WS-COST-LOCATION-CODE TO
                   WS-RNI-LOCATION-CODE(WS-RNI-IDX)
               MOVE WS-SUBDIVISION TO WS-RNI-SUBDIVISION(WS-RNI-IDX)
               MOVE ZERO TO WS-RNI-TBL-UNITS(WS-RNI-IDX)
               MOVE ZERO TO WS-RNI-TBL-VALUE(WS-RNI-IDX)
           END-IF.

      *---------------------------------------------------------------*
      *    WS-RNI-ENTRY HAS NO MORE ROOM FOR A NEW LOCATION/           *
      *    SUBDIVISION KEY - STOP RATHER THAN INDEX PAST THE BOUND.    *
      *---------------------------------------------------------------*
       3415-RNI-TABLE-FULL.
           DISPLAY 'SSCWHSTL - WS-RNI-ENTRY TABLE FULL AT 200 ENTRIES, '
               'LOCATION ' WS-COST-LOCATION-CODE ' SUBDIVISION '
               WS-SUBDIVISION ' NOT ADDED - INCREASE OCCURS AND RERUN'
           PERFORM 9000-TERMINATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
       3420-SEARCH-RNI-ENTRY.
           IF WS-RNI-LOCATION-CODE(WS-RNI-IDX) = WS-COST-LOCATION-CODE
               AND WS-RNI-SUBDIVISION(WS-RNI-IDX) = WS-SUBDIVISION
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      *---------------------------------------------------------------*
      *    RECEIVED-NOT-INVOICED SUMMARY.  ON A MONTH-END RUN EACH    *
      *    LOCATION/SUBDIVISION ALSO GOES TO THE GL AS A BALANCED     *
      *    PAIR - DEBIT THE MAPPED INVENTORY ACCOUNT, CREDIT THE      *
      *    MAPPED OFFSET (ACCRUED PAYABLES) ACCOUNT.                  *
      *---------------------------------------------------------------*
       4000-REPORT-ACCRUAL.
           MOVE SPACES TO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE
           MOVE 'RECEIVED-NOT-INVOICED BY LOCATION/SUBDIVISION'
               TO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE
           PERFORM 4100-ACCRUE-ONE-ENTRY
               VARYING WS-RNI-IDX FROM 1 BY 1
               UNTIL WS-RNI-IDX > WS-RNI-COUNT.
       4000-REPORT-ACCRUAL-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       4100-ACCRUE-ONE-ENTRY.
           PERFORM 4200-RESOLVE-GL-ACCOUNTS
           IF WS-MONTH-END-RUN
               PERFORM 4300-WRITE-DEBIT-LINE
               PERFORM 4400-WRITE-CREDIT-LINE
           END-IF
           MOVE SPACES TO WS-ACCRUAL-LINE
           MOVE WS-RNI-LOCATION-CODE(WS-RNI-IDX) TO WS-A-LOCATION-CODE
           MOVE WS-RNI-SUBDIVISION(WS-RNI-IDX)   TO WS-A-SUBDIVISION
           MOVE WS-RNI-TBL-UNITS(WS-RNI-IDX)     TO WS-A-UNITS
           MOVE WS-RNI-TBL-VALUE(WS-RNI-IDX)     TO WS-A-VALUE
           MOVE WS-RESOLVED-INVENTORY            TO WS-A-DEBIT-ACCT
           MOVE WS-RESOLVED-OFFSET               TO WS-A-CREDIT-ACCT
           IF WS-MAPPING-FOUND
               MOVE SPACES TO WS-A-MAPPING-FLAG
           ELSE
               MOVE '*** SUSPENSE ***' TO WS-A-MAPPING-FLAG
           END-IF
           MOVE WS-ACCRUAL-LINE TO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE
           ADD WS-RNI-TBL-VALUE(WS-RNI-IDX) TO WS-TOTAL-RNI-VALUE.

      *---------------------------------------------------------------*
       4200-RESOLVE-GL-ACCOUNTS.
           MOVE 'N' TO WS-MAPPING-SW
           MOVE WS-RNI-LOCATION-CODE(WS-RNI-IDX)
               TO SSCGLAM-LOCATION-CODE
           MOVE WS-RNI-SUBDIVISION(WS-RNI-IDX) TO SSCGLAM-SUBDIVISION
           READ SSCGLAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SSCGLAM-IS-ACTIVE
                       MOVE 'Y' TO WS-MAPPING-SW
                   END-IF
           END-READ
           IF WS-MAPPING-FOUND
               MOVE SSCGLAM-INVENTORY-ACCT TO WS-RESOLVED-INVENTORY
               MOVE SSCGLAM-OFFSET-ACCT    TO WS-RESOLVED-OFFSET
           ELSE
               MOVE WS-SUSPENSE-ACCT-NBR   TO WS-RESOLVED-INVENTORY
               MOVE WS-SUSPENSE-ACCT-NBR   TO WS-RESOLVED-OFFSET
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.

      *---------------------------------------------------------------*
       4300-WRITE-DEBIT-LINE.
           MOVE SPACES TO SSCGLJE-RECORD
           MOVE WS-RUN-DATE                      TO SSCGLJE-RUN-DATE
           MOVE WS-RNI-LOCATION-CODE(WS-RNI-IDX)
               TO SSCGLJE-LOCATION-CODE
           MOVE WS-RNI-SUBDIVISION(WS-RNI-IDX)   TO SSCGLJE-SUBDIVISION
           MOVE WS-RESOLVED-INVENTORY          TO SSCGLJE-GL-ACCOUNT-NBR
           SET SSCGLJE-IS-DEBIT TO TRUE
           MOVE WS-RNI-TBL-VALUE(WS-RNI-IDX)     TO SSCGLJE-EXT-AMOUNT
           IF WS-MAPPING-FOUND
               MOVE 'RECEIVED NOT INVOICED ACCRUAL'
                   TO SSCGLJE-DESCRIPTION
           ELSE
               MOVE 'RNI ACCRUAL *UNMAPPED*' TO SSCGLJE-DESCRIPTION
           END-IF
           WRITE SSCGLJE-RECORD.

      *---------------------------------------------------------------*
       4400-WRITE-CREDIT-LINE.
           MOVE SPACES TO SSCGLJE-RECORD
           MOVE WS-RUN-DATE                      TO SSCGLJE-RUN-DATE
           MOVE WS-RNI-LOCATION-CODE(WS-RNI-IDX)
               TO SSCGLJE-LOCATION-CODE
           MOVE WS-RNI-SUBDIVISION(WS-RNI-IDX)   TO SSCGLJE-SUBDIVISION
           MOVE WS-RESOLVED-OFFSET             TO SSCGLJE-GL-ACCOUNT-NBR
           SET SSCGLJE-IS-CREDIT TO TRUE
           MOVE WS-RNI-TBL-VALUE(WS-RNI-IDX)     TO SSCGLJE-EXT-AMOUNT
           IF WS-MAPPING-FOUND
               MOVE 'RNI ACCRUAL OFFSET' TO SSCGLJE-DESCRIPTION
           ELSE
               MOVE 'RNI ACCRUAL *UNMAPPED*' TO SSCGLJE-DESCRIPTION
           END-IF
           WRITE SSCGLJE-RECORD.

      *---------------------------------------------------------------*
       5000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE
           MOVE SPACES TO WHSTL-RPT-LINE
           STRING 'INVOICE LINES READ - '   DELIMITED BY SIZE
                   WS-INVOICES-READ         DELIMITED BY SIZE
                   ', POSTED - '            DELIMITED BY SIZE
                   WS-INVOICES-POSTED       DELIMITED BY SIZE
                   ', DIRECT-SHIP SKIPPED - ' DELIMITED BY SIZE
                   WS-INVOICES-DIRECT-SHIP  DELIMITED BY SIZE
                   ', NO ORDER LINE - '     DELIMITED BY SIZE
                   WS-INVOICES-NO-ORDER     DELIMITED BY SIZE
                   ', DUPLICATE - '         DELIMITED BY SIZE
                   WS-INVOICES-DUPLICATE    DELIMITED BY SIZE
               INTO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE
           MOVE SPACES TO WHSTL-RPT-LINE
           STRING 'LINES MATCHED - '        DELIMITED BY SIZE
                   WS-LINES-MATCHED         DELIMITED BY SIZE
                   ', OVER-BILLED - '       DELIMITED BY SIZE
                   WS-LINES-OVER-BILLED     DELIMITED BY SIZE
                   ', UNDER-RECEIVED - '    DELIMITED BY SIZE
                   WS-LINES-UNDER-RECEIVED  DELIMITED BY SIZE
                   ', NEVER INVOICED - '    DELIMITED BY SIZE
                   WS-LINES-NEVER-INVOICED  DELIMITED BY SIZE
                   ', PRICE OVER-BILLED - ' DELIMITED BY SIZE
                   WS-PRICE-OVER-BILLED     DELIMITED BY SIZE
               INTO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE
           MOVE SPACES TO WHSTL-RPT-LINE
           STRING 'RECEIVED-NOT-INVOICED VALUE - ' DELIMITED BY SIZE
                   WS-TOTAL-RNI-VALUE       DELIMITED BY SIZE
                   ', UNCOSTED LINES - '    DELIMITED BY SIZE
                   WS-LINES-UNCOSTED        DELIMITED BY SIZE
               INTO WHSTL-RPT-LINE
           WRITE WHSTL-RPT-LINE
           IF WS-UNMAPPED-COUNT > ZERO
               MOVE SPACES TO WHSTL-RPT-LINE
               STRING '*** KEYS POSTED TO SUSPENSE ACCOUNT - '
                       DELIMITED BY SIZE
                       WS-UNMAPPED-COUNT        DELIMITED BY SIZE
                       ' - ADD SSCGLAM MAPPINGS VIA SSCGAMNT'
                       DELIMITED BY SIZE
                   INTO WHSTL-RPT-LINE
               WRITE WHSTL-RPT-LINE
           END-IF.

      *---------------------------------------------------------------*
      *    LATEST '116' COST FOR WS-COST-ITEM-NBR.  THE BOOK IS KEYED *
      *    ITEM/LOCATION, SO EVERY LOCATION OF THE ITEM IS BROWSED    *
      *    AND THE ONE WITH THE MOST RECENT COST DATE WINS.  RETURNS  *
      *    THE COST, ITS LOCATION AND DATE, WITH WS-COST-SW SET.      *
      *---------------------------------------------------------------*
       6000-FIND-ITEM-COST.
           MOVE 'N'    TO WS-COST-SW
           MOVE 'N'    TO WS-PINV-EOF-SW
           MOVE SPACES TO WS-COST-LOCATION-CODE
           MOVE SPACES TO WS-COST-DATE
           MOVE ZERO   TO WS-ITEM-UNIT-COST
           MOVE WS-COST-ITEM-NBR TO SSCPINV-ITEM-NBR
           MOVE LOW-VALUES       TO SSCPINV-LOCATION-CODE
           START SSCPINV-FILE KEY IS NOT LESS THAN SSCPINV-KEY
               INVALID KEY
                   GO TO 6000-FIND-ITEM-COST-EXIT
           END-START
           PERFORM 6100-READ-NEXT-BOOK
           PERFORM UNTIL WS-PINV-AT-EOF
                   OR SSCPINV-ITEM-NBR NOT = WS-COST-ITEM-NBR
               IF SSCPINV-UNIT-COST NUMERIC
                   AND SSCPINV-UNIT-COST > ZERO
                   AND SSCPINV-COST-DATE > WS-COST-DATE
                   MOVE 'Y'                   TO WS-COST-SW
                   MOVE SSCPINV-LOCATION-CODE TO WS-COST-LOCATION-CODE
                   MOVE SSCPINV-COST-DATE     TO WS-COST-DATE
                   MOVE SSCPINV-UNIT-COST     TO WS-ITEM-UNIT-COST
               END-IF
               PERFORM 6100-READ-NEXT-BOOK
           END-PERFORM.
       6000-FIND-ITEM-COST-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       6100-READ-NEXT-BOOK.
           READ SSCPINV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PINV-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RETURN-CODE = ZERO
               CLOSE SSCOOM-FILE
               CLOSE SSCWINV-FILE
               CLOSE SSCPINV-FILE
               CLOSE SSCGLAM-FILE
               CLOSE SSCWIM-FILE
               CLOSE SSCWIAP-FILE
               IF WS-MONTH-END-RUN
                   CLOSE SSCGLJE-FILE
               END-IF
           END-IF
           CLOSE SSCWHSTL-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE.
