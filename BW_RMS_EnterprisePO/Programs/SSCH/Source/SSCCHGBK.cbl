      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCCHGBK                                       *
      *                                                                *
      *   VENDOR CHARGEBACK (DEBIT MEMO) BUILDER.  THE EXCEPTIONS     *
      *   THAT COST US MONEY - OVER/SHORT SHIPMENTS BEYOND TOLERANCE  *
      *   FROM SSCTOLRP, RETURN AUTHORIZATIONS UNSHIPPED PAST THE     *
      *   LIMIT FROM SSCRARC, AND DIRECT-SHIP PRICE/FREIGHT/TAX       *
      *   OVER-BILLINGS FROM SSCDSSTL - ARRIVE HERE AS SSCCBC         *
      *   CHARGEBACK CANDIDATES (THE THREE CANDIDATE FILES ARE        *
      *   CONCATENATED UNDER CBCAND).  EACH CANDIDATE IS -            *
      *                                                                *
      *     CHECKED AGAINST THE SSCCBH CHARGEBACK HISTORY, SO A       *
      *         SHORTAGE OR RA ALREADY BILLED ON AN EARLIER NIGHT IS  *
      *         NOT BILLED TO THE VENDOR AGAIN                        *
      *     VALUED IN DOLLARS - AT THE PER-UNIT AMOUNT THE SOURCE     *
      *         CARRIED, OR AT THE LATEST '116' COST ON SSCPINV WHEN  *
      *         IT CARRIED NONE.  A CANDIDATE THAT CANNOT BE VALUED   *
      *         IS REPORTED AND LEFT UNBILLED, SO IT IS PICKED UP     *
      *         AGAIN ONCE A COST IS POSTED                           *
      *     SUMMARIZED INTO ONE SSCCBM DEBIT MEMO PER SUPPLIER /      *
      *         BULK PO / REASON, CAPTIONED FROM SSCSUPA, FOR         *
      *         ACCOUNTS PAYABLE TO LOAD                              *
      *                                                                *
      *   A SAME-DAY RERUN FIRST BACKS OUT THE HISTORY RECORDS THE    *
      *   EARLIER RUN WROTE TODAY, SINCE THE RERUN REBUILDS TODAY'S   *
      *   MEMO EXTRACT FROM THE SAME CANDIDATES.                      *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-11  P.SANTANA   ORIGINAL.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCCHGBK.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-09-11.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSCCBC-FILE        ASSIGN TO CBCAND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBC-STATUS.

           SELECT SSCCBH-FILE        ASSIGN TO CBHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCCBH-KEY
               FILE STATUS IS WS-CBH-STATUS.

           SELECT SSCPINV-FILE       ASSIGN TO PINVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCPINV-KEY
               FILE STATUS IS WS-PINV-STATUS.

           SELECT SSCSUPA-FILE       ASSIGN TO SUPAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCSUPA-SUPPLIER-NBR
               FILE STATUS IS WS-SUPA-STATUS.

           SELECT SSCCBM-FILE        ASSIGN TO CBMEMO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBM-STATUS.

           SELECT SSCCHGBK-RPT       ASSIGN TO CHGBKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGBKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSCCBC-FILE
           RECORDING MODE IS F.
           COPY SSCCBC.

       FD  SSCCBH-FILE.
           COPY SSCCBH.

       FD  SSCPINV-FILE.
           COPY SSCPINV.

       FD  SSCSUPA-FILE.
           COPY SSCSUPA.

       FD  SSCCBM-FILE
           RECORDING MODE IS F.
           COPY SSCCBM.

       FD  SSCCHGBK-RPT.
       01  CHGBK-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CBC-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-CBC-OK                           VALUE '00'.
           05  WS-CBH-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-PINV-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-SUPA-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-CBM-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-CHGBKRPT-STATUS       PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CBC-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-CBC-AT-EOF                      VALUE 'Y'.
           05  WS-CBH-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-CBH-AT-EOF                      VALUE 'Y'.
           05  WS-PINV-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-PINV-AT-EOF                     VALUE 'Y'.
           05  WS-COST-SW               PIC X(01)  VALUE 'N'.
               88  WS-COST-FOUND                      VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       77  WS-RETURN-CODE               PIC 9(04)  COMP  VALUE ZERO.

      *---------------------------------------------------------------*
      *    LATEST COST FOR AN ITEM - RESULT OF 6000-FIND-ITEM-COST    *
      *---------------------------------------------------------------*
       01  WS-ITEM-COST-AREA.
           05  WS-COST-ITEM-NBR         PIC X(19)  VALUE SPACES.
           05  WS-COST-LOCATION-CODE    PIC X(02)  VALUE SPACES.
           05  WS-COST-DATE             PIC X(08)  VALUE SPACES.
           05  WS-ITEM-UNIT-COST        PIC 9(07)V99 VALUE ZERO.

       77  WS-UNIT-AMOUNT               PIC 9(07)V99 VALUE ZERO.
       77  WS-EXT-AMOUNT                PIC 9(09)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *    DEBIT MEMO NUMBER - RUN DATE (YYMMDD) AND THE MEMO'S       *
      *    POSITION IN WS-MEMO-ENTRY                                  *
      *---------------------------------------------------------------*
       01  WS-MEMO-NBR.
           05  WS-MEMO-NBR-DATE         PIC X(06).
           05  WS-MEMO-NBR-SEQ          PIC 9(04).

       77  WS-CANDIDATES-READ           PIC 9(07)  VALUE ZERO.
       77  WS-CANDIDATES-BILLED         PIC 9(07)  VALUE ZERO.
       77  WS-CANDIDATES-PRIOR          PIC 9(07)  VALUE ZERO.
       77  WS-CANDIDATES-UNVALUED       PIC 9(07)  VALUE ZERO.
       77  WS-CANDIDATES-ZERO           PIC 9(07)  VALUE ZERO.
       77  WS-HISTORY-BACKED-OUT        PIC 9(07)  VALUE ZERO.
       77  WS-MEMOS-WRITTEN             PIC 9(07)  VALUE ZERO.
       77  WS-TOTAL-MEMO-AMOUNT         PIC 9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *    DEBIT MEMO ACCUMULATION - SUPPLIER / BULK PO / REASON      *
      *---------------------------------------------------------------*
       01  WS-MEMO-TABLE-CTL.
           05  WS-MEMO-COUNT            PIC 9(04)  VALUE ZERO.
           05  WS-MEMO-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-MEMO-IDX.
               10  WS-MEMO-SUPPLIER-NBR PIC X(06).
               10  WS-MEMO-BULK-NBR     PIC X(08).
               10  WS-MEMO-REASON-CD    PIC X(03).
               10  WS-MEMO-LINES        PIC 9(05)   VALUE ZERO.
               10  WS-MEMO-UNITS        PIC 9(09)   VALUE ZERO.
               10  WS-MEMO-AMOUNT       PIC 9(09)V99 VALUE ZERO.

       77  WS-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-MEMO-ENTRY-FOUND                    VALUE 'Y'.

      *---------------------------------------------------------------*
      *    REPORT LINE LAYOUTS                                         *
      *---------------------------------------------------------------*
       01  WS-EXCEPTION-LINE.
           05  WS-X-REASON-CD           PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-X-SUPPLIER            PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-X-BULK-NBR            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-X-REFERENCE           PIC X(19).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-X-ITEM-NBR            PIC X(19).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-X-UNITS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-X-MESSAGE             PIC X(40).

       01  WS-MEMO-LINE.
           05  WS-M-MEMO-NBR            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-M-SUPPLIER            PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-M-SUPPLIER-NAME       PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-M-BULK-NBR            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-M-REASON-DESC         PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-M-LINES               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-M-UNITS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-M-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCCHGBK'.
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
               PERFORM 1500-BACK-OUT-TODAYS-BILLING
                   THRU 1500-BACK-OUT-TODAYS-BILLING-EXIT
               PERFORM 2000-BUILD-CHARGEBACKS
                   THRU 2000-BUILD-CHARGEBACKS-EXIT
               PERFORM 4000-WRITE-DEBIT-MEMOS
                   THRU 4000-WRITE-DEBIT-MEMOS-EXIT
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
               DISPLAY 'SSCCHGBK - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-CANDIDATES-READ TO WS-RCTL-RECORDS-IN
           MOVE WS-MEMOS-WRITTEN TO WS-RCTL-RECORDS-OUT
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
           MOVE WS-RUN-DATE(3:6) TO WS-MEMO-NBR-DATE
           OPEN OUTPUT SSCCHGBK-RPT
           MOVE 'SSCCHGBK - VENDOR CHARGEBACK / DEBIT MEMO BUILD'
               TO CHGBK-RPT-LINE
           WRITE CHGBK-RPT-LINE
           OPEN INPUT SSCCBC-FILE
           IF NOT WS-CBC-OK
               DISPLAY 'SSCCHGBK - UNABLE TO OPEN SSCCBC-FILE, '
                   'STATUS = ' WS-CBC-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN I-O    SSCCBH-FILE
           IF WS-CBH-STATUS = '35'
               OPEN OUTPUT SSCCBH-FILE
               CLOSE SSCCBH-FILE
               OPEN I-O SSCCBH-FILE
           END-IF
           OPEN INPUT  SSCPINV-FILE
           OPEN INPUT  SSCSUPA-FILE
           OPEN OUTPUT SSCCBM-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    HISTORY RECORDS BILLED TODAY CAN ONLY BE LEFT BY AN        *
      *    EARLIER RUN TODAY WHOSE MEMO EXTRACT THIS RUN REPLACES -   *
      *    REMOVE THEM SO THEIR CANDIDATES ARE BILLED ONCE, HERE.     *
      *---------------------------------------------------------------*
       1500-BACK-OUT-TODAYS-BILLING.
           MOVE LOW-VALUES TO SSCCBH-KEY
           START SSCCBH-FILE KEY IS NOT LESS THAN SSCCBH-KEY
               INVALID KEY
                   GO TO 1500-BACK-OUT-TODAYS-BILLING-EXIT
           END-START
           PERFORM 1600-READ-NEXT-HISTORY
           PERFORM UNTIL WS-CBH-AT-EOF
               IF SSCCBH-BILLED-DATE = WS-RUN-DATE
                   DELETE SSCCBH-FILE
                       INVALID KEY
                           DISPLAY 'SSCCHGBK - UNABLE TO BACK OUT '
                               'HISTORY ' SSCCBH-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-HISTORY-BACKED-OUT
                   END-DELETE
               END-IF
               PERFORM 1600-READ-NEXT-HISTORY
           END-PERFORM
           IF WS-HISTORY-BACKED-OUT > ZERO
               MOVE SPACES TO CHGBK-RPT-LINE
               STRING 'SAME-DAY RERUN - HISTORY RECORDS BACKED OUT - '
                       DELIMITED BY SIZE
                       WS-HISTORY-BACKED-OUT    DELIMITED BY SIZE
                   INTO CHGBK-RPT-LINE
               WRITE CHGBK-RPT-LINE
           END-IF.
       1500-BACK-OUT-TODAYS-BILLING-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       1600-READ-NEXT-HISTORY.
           READ SSCCBH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CBH-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       2000-BUILD-CHARGEBACKS.
           MOVE SPACES TO CHGBK-RPT-LINE
           WRITE CHGBK-RPT-LINE
           MOVE 'CHARGEBACK CANDIDATES NOT BILLED' TO CHGBK-RPT-LINE
           WRITE CHGBK-RPT-LINE
           PERFORM 2100-READ-CANDIDATE
           PERFORM UNTIL WS-CBC-AT-EOF
               ADD 1 TO WS-CANDIDATES-READ
               PERFORM 2200-BILL-ONE-CANDIDATE
                   THRU 2200-BILL-ONE-CANDIDATE-EXIT
               PERFORM 2100-READ-CANDIDATE
           END-PERFORM.
       2000-BUILD-CHARGEBACKS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-CANDIDATE.
           READ SSCCBC-FILE
               AT END
                   MOVE 'Y' TO WS-CBC-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
      *    A CANDIDATE ALREADY ON THE HISTORY FILE WAS BILLED ON AN   *
      *    EARLIER NIGHT.  ONE THAT CANNOT BE VALUED IS NOT WRITTEN   *
      *    TO HISTORY, SO IT IS BILLED ONCE A COST IS AVAILABLE.      *
      *---------------------------------------------------------------*
       2200-BILL-ONE-CANDIDATE.
           IF SSCCBC-UNITS = ZERO
               ADD 1 TO WS-CANDIDATES-ZERO
               GO TO 2200-BILL-ONE-CANDIDATE-EXIT
           END-IF
           MOVE SSCCBC-REASON-CD        TO SSCCBH-REASON-CD
           MOVE SSCCBC-SUPPLIER-NBR     TO SSCCBH-SUPPLIER-NBR
           MOVE SSCCBC-BULK-NBR         TO SSCCBH-BULK-NBR
           MOVE SSCCBC-REFERENCE        TO SSCCBH-REFERENCE
           MOVE SSCCBC-ITEM-NBR         TO SSCCBH-ITEM-NBR
           READ SSCCBH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2210-LOG-PRIOR-BILLING
                   GO TO 2200-BILL-ONE-CANDIDATE-EXIT
           END-READ
           IF SSCCBC-UNIT-AMOUNT > ZERO
               MOVE SSCCBC-UNIT-AMOUNT  TO WS-UNIT-AMOUNT
           ELSE
               MOVE SSCCBC-ITEM-NBR     TO WS-COST-ITEM-NBR
               MOVE 'N'                 TO WS-COST-SW
               IF SSCCBC-ITEM-NBR NOT = SPACES
                   PERFORM 6000-FIND-ITEM-COST
                       THRU 6000-FIND-ITEM-COST-EXIT
               END-IF
               IF NOT WS-COST-FOUND
                   PERFORM 2220-LOG-UNVALUED
                   GO TO 2200-BILL-ONE-CANDIDATE-EXIT
               END-IF
               MOVE WS-ITEM-UNIT-COST   TO WS-UNIT-AMOUNT
           END-IF
           COMPUTE WS-EXT-AMOUNT ROUNDED =
               SSCCBC-UNITS * WS-UNIT-AMOUNT
           PERFORM 3000-FIND-MEMO-ENTRY
           ADD 1                        TO WS-MEMO-LINES(WS-MEMO-IDX)
           ADD SSCCBC-UNITS             TO WS-MEMO-UNITS(WS-MEMO-IDX)
           ADD WS-EXT-AMOUNT            TO WS-MEMO-AMOUNT(WS-MEMO-IDX)
           PERFORM 2300-WRITE-HISTORY
           ADD 1 TO WS-CANDIDATES-BILLED.
       2200-BILL-ONE-CANDIDATE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2210-LOG-PRIOR-BILLING.
           ADD 1 TO WS-CANDIDATES-PRIOR
           PERFORM 2250-BUILD-EXCEPTION-LINE
           STRING 'BILLED ' DELIMITED BY SIZE
                   SSCCBH-BILLED-DATE       DELIMITED BY SIZE
                   ' ON MEMO '              DELIMITED BY SIZE
                   SSCCBH-MEMO-NBR          DELIMITED BY SIZE
               INTO WS-X-MESSAGE
           MOVE WS-EXCEPTION-LINE TO CHGBK-RPT-LINE
           WRITE CHGBK-RPT-LINE.

      *---------------------------------------------------------------*
       2220-LOG-UNVALUED.
           ADD 1 TO WS-CANDIDATES-UNVALUED
           PERFORM 2250-BUILD-EXCEPTION-LINE
           MOVE '*** NO COST ON SSCPINV - NOT BILLED ***'
               TO WS-X-MESSAGE
           MOVE WS-EXCEPTION-LINE TO CHGBK-RPT-LINE
           WRITE CHGBK-RPT-LINE.

      *---------------------------------------------------------------*
       2250-BUILD-EXCEPTION-LINE.
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE SSCCBC-REASON-CD        TO WS-X-REASON-CD
           MOVE SSCCBC-SUPPLIER-NBR     TO WS-X-SUPPLIER
           MOVE SSCCBC-BULK-NBR         TO WS-X-BULK-NBR
           MOVE SSCCBC-REFERENCE        TO WS-X-REFERENCE
           MOVE SSCCBC-ITEM-NBR         TO WS-X-ITEM-NBR
           MOVE SSCCBC-UNITS            TO WS-X-UNITS.

      *---------------------------------------------------------------*
       2300-WRITE-HISTORY.
           MOVE SPACES                  TO SSCCBH-RECORD
           MOVE SSCCBC-REASON-CD        TO SSCCBH-REASON-CD
           MOVE SSCCBC-SUPPLIER-NBR     TO SSCCBH-SUPPLIER-NBR
           MOVE SSCCBC-BULK-NBR         TO SSCCBH-BULK-NBR
           MOVE SSCCBC-REFERENCE        TO SSCCBH-REFERENCE
           MOVE SSCCBC-ITEM-NBR         TO SSCCBH-ITEM-NBR
           MOVE SSCCBC-SOURCE-PGM       TO SSCCBH-SOURCE-PGM
           MOVE SSCCBC-UNITS            TO SSCCBH-UNITS
           MOVE WS-UNIT-AMOUNT          TO SSCCBH-UNIT-AMOUNT
           MOVE WS-EXT-AMOUNT           TO SSCCBH-EXT-AMOUNT
           SET WS-MEMO-NBR-SEQ          TO WS-MEMO-IDX
           MOVE WS-MEMO-NBR             TO SSCCBH-MEMO-NBR
           MOVE WS-RUN-DATE             TO SSCCBH-BILLED-DATE
           WRITE SSCCBH-RECORD
               INVALID KEY
                   DISPLAY 'SSCCHGBK - UNABLE TO WRITE HISTORY '
                       SSCCBH-KEY
           END-WRITE.

      *---------------------------------------------------------------*
       3000-FIND-MEMO-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-MEMO-IDX TO 1
           PERFORM 3100-SEARCH-MEMO-ENTRY
               VARYING WS-MEMO-IDX FROM 1 BY 1
               UNTIL WS-MEMO-IDX > WS-MEMO-COUNT
                   OR WS-MEMO-ENTRY-FOUND
           IF WS-MEMO-ENTRY-FOUND
               SET WS-MEMO-IDX DOWN BY 1
           ELSE
               IF WS-MEMO-COUNT >= 2000
                   PERFORM 3050-MEMO-TABLE-FULL
               END-IF
               ADD 1 TO WS-MEMO-COUNT
               SET WS-MEMO-IDX TO WS-MEMO-COUNT
               MOVE SSCCBC-SUPPLIER-NBR TO WS-MEMO-SUPPLIER-NBR
                                                         (WS-MEMO-IDX)
               MOVE SSCCBC-BULK-NBR     TO WS-MEMO-BULK-NBR(WS-MEMO-IDX)
               MOVE SSCCBC-REASON-CD    TO WS-MEMO-REASON-CD
                                                         (WS-MEMO-IDX)
               MOVE ZERO                TO WS-MEMO-LINES(WS-MEMO-IDX)
               MOVE ZERO                TO WS-MEMO-UNITS(WS-MEMO-IDX)
               MOVE ZERO                TO WS-MEMO-AMOUNT(WS-MEMO-IDX)
           END-IF.

      *---------------------------------------------------------------*
      *    WS-MEMO-ENTRY HAS NO MORE ROOM.  STOP THE RUN SO THE TABLE *
      *    SIZE CAN BE RAISED AND THE JOB RESUBMITTED - THE HISTORY   *
      *    WRITTEN SO FAR IS BACKED OUT BY THE SAME-DAY RERUN.        *
      *---------------------------------------------------------------*
       3050-MEMO-TABLE-FULL.
           DISPLAY 'SSCCHGBK - WS-MEMO-ENTRY TABLE FULL AT 2000 '
               'ENTRIES, SUPPLIER ' SSCCBC-SUPPLIER-NBR
               ' BULK ' SSCCBC-BULK-NBR
               ' NOT ADDED - INCREASE OCCURS AND RERUN'
           PERFORM 9000-TERMINATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
       3100-SEARCH-MEMO-ENTRY.
           IF WS-MEMO-SUPPLIER-NBR(WS-MEMO-IDX) = SSCCBC-SUPPLIER-NBR
               AND WS-MEMO-BULK-NBR(WS-MEMO-IDX) = SSCCBC-BULK-NBR
               AND WS-MEMO-REASON-CD(WS-MEMO-IDX) = SSCCBC-REASON-CD
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      *---------------------------------------------------------------*
       4000-WRITE-DEBIT-MEMOS.
           MOVE SPACES TO CHGBK-RPT-LINE
           WRITE CHGBK-RPT-LINE
           MOVE 'DEBIT MEMOS WRITTEN FOR ACCOUNTS PAYABLE'
               TO CHGBK-RPT-LINE
           WRITE CHGBK-RPT-LINE
           PERFORM 4100-WRITE-ONE-MEMO
               VARYING WS-MEMO-IDX FROM 1 BY 1
               UNTIL WS-MEMO-IDX > WS-MEMO-COUNT.
       4000-WRITE-DEBIT-MEMOS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       4100-WRITE-ONE-MEMO.
           MOVE SPACES TO SSCCBM-RECORD
           SET WS-MEMO-NBR-SEQ                TO WS-MEMO-IDX
           MOVE WS-MEMO-NBR                   TO SSCCBM-MEMO-NBR
           MOVE WS-RUN-DATE                   TO SSCCBM-MEMO-DATE
           MOVE WS-MEMO-SUPPLIER-NBR(WS-MEMO-IDX)
                                              TO SSCCBM-SUPPLIER-NBR
           MOVE WS-MEMO-BULK-NBR(WS-MEMO-IDX) TO SSCCBM-BULK-NBR
           MOVE WS-MEMO-REASON-CD(WS-MEMO-IDX) TO SSCCBM-REASON-CD
           MOVE WS-MEMO-LINES(WS-MEMO-IDX)    TO SSCCBM-LINE-COUNT
           MOVE WS-MEMO-UNITS(WS-MEMO-IDX)    TO SSCCBM-UNITS
           MOVE WS-MEMO-AMOUNT(WS-MEMO-IDX)   TO SSCCBM-AMOUNT
           MOVE SSCCBM-SUPPLIER-NBR           TO SSCSUPA-SUPPLIER-NBR
           READ SSCSUPA-FILE
               INVALID KEY
                   MOVE '*** NOT ON SSCSUPA ***'
                                              TO SSCCBM-SUPPLIER-NAME
               NOT INVALID KEY
                   MOVE SSCSUPA-SUPPLIER-NAME TO SSCCBM-SUPPLIER-NAME
           END-READ
           EVALUATE SSCCBM-REASON-CD
               WHEN 'OVR'
                   MOVE 'OVERAGE OVER TOL'    TO SSCCBM-REASON-DESC
               WHEN 'SHT'
                   MOVE 'SHORTAGE OVER TOL'   TO SSCCBM-REASON-DESC
               WHEN 'RAO'
                   MOVE 'RA OPEN PAST LIMIT'  TO SSCCBM-REASON-DESC
               WHEN 'PRC'
                   MOVE 'PRICE OVER-BILLED'   TO SSCCBM-REASON-DESC
               WHEN 'FRT'
                   MOVE 'FREIGHT OVER-BILLED' TO SSCCBM-REASON-DESC
               WHEN 'TAX'
                   MOVE 'TAX OVER-BILLED'     TO SSCCBM-REASON-DESC
               WHEN OTHER
                   MOVE 'OTHER CHARGEBACK'    TO SSCCBM-REASON-DESC
           END-EVALUATE
           WRITE SSCCBM-RECORD
           ADD 1                              TO WS-MEMOS-WRITTEN
           ADD SSCCBM-AMOUNT                  TO WS-TOTAL-MEMO-AMOUNT
           MOVE SPACES                        TO WS-MEMO-LINE
           MOVE SSCCBM-MEMO-NBR               TO WS-M-MEMO-NBR
           MOVE SSCCBM-SUPPLIER-NBR           TO WS-M-SUPPLIER
           MOVE SSCCBM-SUPPLIER-NAME          TO WS-M-SUPPLIER-NAME
           MOVE SSCCBM-BULK-NBR               TO WS-M-BULK-NBR
           MOVE SSCCBM-REASON-DESC            TO WS-M-REASON-DESC
           MOVE SSCCBM-LINE-COUNT             TO WS-M-LINES
           MOVE SSCCBM-UNITS                  TO WS-M-UNITS
           MOVE SSCCBM-AMOUNT                 TO WS-M-AMOUNT
           MOVE WS-MEMO-LINE                  TO CHGBK-RPT-LINE
           WRITE CHGBK-RPT-LINE.

      *---------------------------------------------------------------*
       5000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO CHGBK-RPT-LINE
           WRITE CHGBK-RPT-LINE
           MOVE SPACES TO CHGBK-RPT-LINE
           STRING 'CANDIDATES READ - '      DELIMITED BY SIZE
                   WS-CANDIDATES-READ       DELIMITED BY SIZE
                   ', BILLED - '            DELIMITED BY SIZE
                   WS-CANDIDATES-BILLED     DELIMITED BY SIZE
                   ', BILLED PREVIOUSLY - ' DELIMITED BY SIZE
                   WS-CANDIDATES-PRIOR      DELIMITED BY SIZE
                   ', NOT VALUED - '        DELIMITED BY SIZE
                   WS-CANDIDATES-UNVALUED   DELIMITED BY SIZE
                   ', ZERO UNITS - '        DELIMITED BY SIZE
                   WS-CANDIDATES-ZERO       DELIMITED BY SIZE
               INTO CHGBK-RPT-LINE
           WRITE CHGBK-RPT-LINE
           MOVE SPACES TO CHGBK-RPT-LINE
           STRING 'DEBIT MEMOS WRITTEN - '  DELIMITED BY SIZE
                   WS-MEMOS-WRITTEN         DELIMITED BY SIZE
                   ', TOTAL AMOUNT - '      DELIMITED BY SIZE
                   WS-TOTAL-MEMO-AMOUNT     DELIMITED BY SIZE
               INTO CHGBK-RPT-LINE
           WRITE CHGBK-RPT-LINE.

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
               CLOSE SSCCBC-FILE
               CLOSE SSCCBH-FILE
               CLOSE SSCPINV-FILE
               CLOSE SSCSUPA-FILE
               CLOSE SSCCBM-FILE
           END-IF
           CLOSE SSCCHGBK-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE.
