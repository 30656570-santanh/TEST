      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCSHRVL                                       *
      *                                                                *
      *   SHRINK AND INVENTORY-ADJUSTMENT DOLLAR VALUATION.  SSCRWHPI *
      *   ROLLS THE '102 RWH INVENTORY ADJMTS' UNITS INTO SSCPINV,    *
      *   BUT NEITHER THAT FEED NOR THE '105 SSC OLD INV ADJ' FEED    *
      *   WAS EVER PUT INTO DOLLARS.  THIS PROGRAM READS BOTH FEEDS,  *
      *   PRICES EVERY ADJUSTMENT AT THE LATEST '116' UNIT COST FOR   *
      *   ITS ITEM/LOCATION ON SSCPINV (FALLING BACK TO THE ITEM'S    *
      *   MOST RECENT COST AT ANY LOCATION WHEN THAT LOCATION HAS     *
      *   NONE), AND -                                                *
      *                                                                *
      *     REPORTS SHRINK (UNITS REMOVED) AND GAIN (UNITS ADDED) BY  *
      *         LOCATION, ITEM SUBDIVISION AND ADJUSTMENT TYPE - THE  *
      *         FEED ('102'/'105') AND ITS REASON CODE                *
      *     WRITES A BALANCED SSCGLJE SHRINK JOURNAL, ONE DEBIT AND   *
      *         ONE CREDIT PER LOCATION/SUBDIVISION/TYPE FOR THE NET  *
      *         SHRINK OR GAIN, WITH ACCOUNTS RESOLVED THROUGH THE    *
      *         SSCGLAM MAPPING MASTER THE WAY SSCGLVAL RESOLVES      *
      *         THEM.  A NET SHRINK DEBITS THE OFFSET ACCOUNT AND     *
      *         CREDITS INVENTORY; A NET GAIN DOES THE REVERSE.       *
      *                                                                *
      *   AN ADJUSTMENT WITH NO COST ON THE BOOK, WITH A SIGN OTHER   *
      *   THAN '+'/'-', OR DATED IN A FISCAL PERIOD SSCPCLOS HAS      *
      *   ALREADY CLOSED ON SSCFCAL, IS REPORTED AND LEFT OUT OF THE  *
      *   VALUATION AND THE JOURNAL.                                  *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-09-15  P.SANTANA   ORIGINAL.
      * 2026-09-17  P.SANTANA   ADJUSTMENTS DATED IN A FISCAL PERIOD
      *                         CLOSED ON SSCFCAL ARE REPORTED AND
      *                         NOT JOURNALED.
      * 2026-09-26  P.SANTANA   CALLS SSCRUNCL AT START AND END OF RUN -
      *                         RUN-CONTROL LEDGER ENTRY, AND THE RUN IS
      *                         REFUSED IF A STREAM PREREQUISITE HAS NOT
      *                         COMPLETED CLEANLY THIS CYCLE.
      * 2026-10-15  P.SANTANA   SSCPINV, SSCGLAM AND SSCFCAL OPEN
      *                         STATUS CHECKED - A FAILED OPEN STOPS
      *                         THE RUN WITH RC 16 BEFORE ANYTHING IS
      *                         VALUED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCSHRVL.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-09-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOS-ADJMT-FILE     ASSIGN TO WOSADJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJMT-STATUS.

           SELECT WOS-OLDADJ-FILE    ASSIGN TO WOSOADJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDADJ-STATUS.

           SELECT SSCSHR-SORT-FILE   ASSIGN TO SHRSORT.

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

           SELECT SSCGLJE-FILE       ASSIGN TO GLJESHR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJE-STATUS.

           SELECT SSCFCAL-FILE       ASSIGN TO FISCCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCFCAL-KEY
               FILE STATUS IS WS-FCAL-STATUS.

           SELECT SSCSHRVL-RPT       ASSIGN TO SHRVLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHRVLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WOS-ADJMT-FILE
           RECORDING MODE IS F.
       01  WOS-ADJ-RECORD                PIC X(205).

       FD  WOS-OLDADJ-FILE
           RECORDING MODE IS F.
       01  WOS-OADJ-RECORD               PIC X(205).

       SD  SSCSHR-SORT-FILE.
       01  SHR-SORT-RECORD.
           05  SORT-LOCATION-CODE        PIC X(02).
           05  SORT-SUBDIVISION          PIC 9(03).
           05  SORT-ADJ-TYPE.
               10  SORT-TRANS-CODE       PIC X(03).
               10  SORT-REASON-CODE      PIC X(03).
           05  SORT-ADJUST-SIGN          PIC X(01).
           05  SORT-UNITS                PIC 9(09).
           05  SORT-VALUE                PIC 9(09)V99.

       FD  SSCPINV-FILE.
           COPY SSCPINV.

       FD  SSCGLAM-FILE.
           COPY SSCGLAM.

       FD  SSCGLJE-FILE
           RECORDING MODE IS F.
           COPY SSCGLJE.

       FD  SSCFCAL-FILE.
           COPY SSCFCAL.

       FD  SSCSHRVL-RPT.
       01  SHRVL-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY DMSRWHAJ-DETAIL.

           COPY DMSSSCAJ-DETAIL.

       01  WS-FILE-STATUSES.
           05  WS-ADJMT-STATUS          PIC X(02)  VALUE SPACES.
           05  WS-OLDADJ-STATUS         PIC X(02)  VALUE SPACES.
           05  WS-PINV-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-GLAM-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-GLJE-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-FCAL-STATUS           PIC X(02)  VALUE SPACES.
           05  WS-SHRVLRPT-STATUS       PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ADJMT-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-ADJMT-AT-EOF                    VALUE 'Y'.
           05  WS-OLDADJ-EOF-SW         PIC X(01)  VALUE 'N'.
               88  WS-OLDADJ-AT-EOF                   VALUE 'Y'.
           05  WS-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-SORT-AT-EOF                     VALUE 'Y'.
           05  WS-PINV-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-PINV-AT-EOF                     VALUE 'Y'.
           05  WS-COST-SW               PIC X(01)  VALUE 'N'.
               88  WS-COST-FOUND                      VALUE 'Y'.
           05  WS-FCAL-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-FCAL-AT-EOF                     VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    AN UNMAPPED LOCATION/SUBDIVISION POSTS TO THE SAME         *
      *    SUSPENSE ACCOUNT SSCGLVAL USES, FLAGGED ON THE REPORT.     *
      *---------------------------------------------------------------*
       77  WS-SUSPENSE-ACCT-NBR         PIC X(10)  VALUE '1209999999'.

       01  WS-RESOLVED-ACCOUNTS.
           05  WS-RESOLVED-INVENTORY    PIC X(10)  VALUE SPACES.
           05  WS-RESOLVED-OFFSET       PIC X(10)  VALUE SPACES.
           05  WS-MAPPING-SW            PIC X(01)  VALUE 'N'.
               88  WS-MAPPING-FOUND                   VALUE 'Y'.
               88  WS-MAPPING-MISSING                 VALUE 'N'.

      *---------------------------------------------------------------*
      *    ONE ADJUSTMENT FROM EITHER FEED, IN COMMON FORM            *
      *---------------------------------------------------------------*
       01  WS-ADJUSTMENT.
           05  WS-ADJ-TRANS-CODE        PIC X(03)  VALUE SPACES.
           05  WS-ADJ-ITEM-NBR          PIC X(19)  VALUE SPACES.
           05  WS-ADJ-ITEM-NBR-DTL REDEFINES WS-ADJ-ITEM-NBR.
               10  WS-ADJ-SSC-UNIT-NBR  PIC 9(5).
               10  WS-ADJ-SUBDIVISION   PIC 9(3).
               10  WS-ADJ-LOT           PIC 9(4).
               10  WS-ADJ-LINE          PIC 9(4).
               10  WS-ADJ-SKU           PIC 9(3).
           05  WS-ADJ-LOCATION-CODE     PIC X(02)  VALUE SPACES.
           05  WS-ADJ-SIGN              PIC X(01)  VALUE SPACES.
               88  WS-ADJ-IS-GAIN                     VALUE '+'.
               88  WS-ADJ-IS-SHRINK                   VALUE '-'.
           05  WS-ADJ-UNITS             PIC 9(09)  VALUE ZERO.
           05  WS-ADJ-REASON-CODE       PIC X(03)  VALUE SPACES.
           05  WS-ADJ-TRANS-DATE        PIC X(08)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    FISCAL CALENDAR, LOADED ONCE FROM SSCFCAL.  8200-FIND-     *
      *    FISCAL-PERIOD PLACES WS-FCAL-DATE IN ITS PERIOD.           *
      *---------------------------------------------------------------*
       01  WS-FCAL-TABLE-CTL.
           05  WS-FCAL-COUNT            PIC 9(04)  VALUE ZERO.
           05  WS-FCAL-ENTRY OCCURS 240 TIMES
                   INDEXED BY WS-FCAL-IDX.
               10  WS-FCAL-T-YEAR       PIC 9(04).
               10  WS-FCAL-T-PERIOD     PIC 9(02).
               10  WS-FCAL-T-START-DATE PIC X(08).
               10  WS-FCAL-T-END-DATE   PIC X(08).
               10  WS-FCAL-T-STATUS-SW  PIC X(01).
                   88  WS-FCAL-T-IS-CLOSED            VALUE 'C'.

       01  WS-FCAL-LOOKUP.
           05  WS-FCAL-DATE             PIC X(08)  VALUE SPACES.
           05  WS-FCAL-YEAR             PIC 9(04)  VALUE ZERO.
           05  WS-FCAL-PERIOD           PIC 9(02)  VALUE ZERO.
           05  WS-FCAL-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  WS-FCAL-FOUND                      VALUE 'Y'.
           05  WS-FCAL-CLOSED-SW        PIC X(01)  VALUE 'N'.
               88  WS-FCAL-PERIOD-CLOSED              VALUE 'Y'.

      *---------------------------------------------------------------*
      *    LATEST COST FOR AN ITEM - RESULT OF 6000-FIND-ITEM-COST    *
      *---------------------------------------------------------------*
       01  WS-ITEM-COST-AREA.
           05  WS-COST-ITEM-NBR         PIC X(19)  VALUE SPACES.
           05  WS-COST-LOCATION-CODE    PIC X(02)  VALUE SPACES.
           05  WS-COST-DATE             PIC X(08)  VALUE SPACES.
           05  WS-ITEM-UNIT-COST        PIC 9(07)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *    CONTROL-BREAK KEYS AND ACCUMULATORS                        *
      *---------------------------------------------------------------*
       01  WS-CURR-KEY.
           05  WS-CURR-LOCATION-CODE    PIC X(02)  VALUE SPACES.
           05  WS-CURR-SUBDIVISION      PIC 9(03)  VALUE ZERO.
           05  WS-CURR-TRANS-CODE       PIC X(03)  VALUE SPACES.
           05  WS-CURR-REASON-CODE      PIC X(03)  VALUE SPACES.

       01  WS-TYPE-TOTALS.
           05  WS-TYPE-SHRINK-UNITS     PIC 9(09)  VALUE ZERO.
           05  WS-TYPE-SHRINK-VALUE     PIC 9(09)V99 VALUE ZERO.
           05  WS-TYPE-GAIN-UNITS       PIC 9(09)  VALUE ZERO.
           05  WS-TYPE-GAIN-VALUE       PIC 9(09)V99 VALUE ZERO.

       01  WS-LOCATION-TOTALS.
           05  WS-LOC-SHRINK-UNITS      PIC 9(09)  VALUE ZERO.
           05  WS-LOC-SHRINK-VALUE      PIC 9(11)V99 VALUE ZERO.
           05  WS-LOC-GAIN-UNITS        PIC 9(09)  VALUE ZERO.
           05  WS-LOC-GAIN-VALUE        PIC 9(11)V99 VALUE ZERO.

       77  WS-NET-VALUE                 PIC S9(09)V99 VALUE ZERO.
       77  WS-JOURNAL-AMOUNT            PIC 9(09)V99 VALUE ZERO.
       77  WS-ADJ-VALUE                 PIC 9(09)V99 VALUE ZERO.

       77  WS-ADJ-RWH-READ              PIC 9(07)  VALUE ZERO.
       77  WS-ADJ-SSC-READ              PIC 9(07)  VALUE ZERO.
       77  WS-ADJ-VALUED                PIC 9(07)  VALUE ZERO.
       77  WS-ADJ-UNPRICED              PIC 9(07)  VALUE ZERO.
       77  WS-ADJ-REJECTED              PIC 9(07)  VALUE ZERO.
       77  WS-ADJ-CLOSED-PERIOD         PIC 9(07)  VALUE ZERO.
       77  WS-JOURNAL-LINES             PIC 9(07)  VALUE ZERO.
       77  WS-UNMAPPED-COUNT            PIC 9(05)  VALUE ZERO.
       77  WS-TOTAL-SHRINK-VALUE        PIC 9(11)V99 VALUE ZERO.
       77  WS-TOTAL-GAIN-VALUE          PIC 9(11)V99 VALUE ZERO.
       77  WS-TOTAL-DEBITS              PIC 9(11)V99 VALUE ZERO.
       77  WS-TOTAL-CREDITS             PIC 9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *    REPORT LINE LAYOUTS                                         *
      *---------------------------------------------------------------*
       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(05) VALUE 'LOC'.
           05  FILLER                   PIC X(05) VALUE 'SUB'.
           05  FILLER                   PIC X(05) VALUE 'FEED'.
           05  FILLER                   PIC X(05) VALUE 'RSN'.
           05  FILLER                   PIC X(13) VALUE ' SHRINK UNITS'.
           05  FILLER                   PIC X(17) VALUE
                   '     SHRINK VALUE'.
           05  FILLER                   PIC X(13) VALUE '   GAIN UNITS'.
           05  FILLER                   PIC X(17) VALUE
                   '       GAIN VALUE'.
           05  FILLER                   PIC X(18) VALUE
                   '        NET VALUE'.
           05  FILLER                   PIC X(34) VALUE
                   '  DEBIT ACCT  CREDIT ACCT'.

       01  WS-DETAIL-LINE.
           05  WS-D-LOCATION-CODE       PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-D-SUBDIVISION         PIC 9(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-TRANS-CODE          PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-REASON-CODE         PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-SHRINK-UNITS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-SHRINK-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-GAIN-UNITS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-GAIN-VALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-NET-VALUE           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-DEBIT-ACCT          PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-D-CREDIT-ACCT         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-D-MAPPING-FLAG        PIC X(04).

       01  WS-EXCEPTION-LINE.
           05  WS-X-TRANS-CODE          PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-X-ITEM-NBR            PIC X(19).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-X-LOCATION-CODE       PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-X-SIGN                PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-X-UNITS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-X-REASON-CODE         PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-X-MESSAGE             PIC X(40).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCSHRVL'.
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
           SORT SSCSHR-SORT-FILE
               ON ASCENDING KEY SORT-LOCATION-CODE
                                 SORT-SUBDIVISION
                                 SORT-TRANS-CODE
                                 SORT-REASON-CODE
               INPUT PROCEDURE IS 2000-VALUE-ADJUSTMENTS
                   THRU 2000-VALUE-ADJUSTMENTS-EXIT
               OUTPUT PROCEDURE IS 3000-REPORT-AND-JOURNAL
                   THRU 3000-REPORT-AND-JOURNAL-EXIT
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
               DISPLAY 'SSCSHRVL - NOT STARTED, STREAM PREREQUISITE '
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
           COMPUTE WS-RCTL-RECORDS-IN = WS-ADJ-RWH-READ
                                      + WS-ADJ-SSC-READ
           MOVE WS-JOURNAL-LINES TO WS-RCTL-RECORDS-OUT
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
           OPEN INPUT  WOS-ADJMT-FILE
           OPEN INPUT  WOS-OLDADJ-FILE
           OPEN INPUT  SSCPINV-FILE
           IF NOT WS-PINV-STATUS = '00'
               DISPLAY 'SSCSHRVL - UNABLE TO OPEN SSCPINV-FILE, '
                   'STATUS = ' WS-PINV-STATUS
               PERFORM 1050-STOP-OPEN-FAILED
           END-IF
           OPEN INPUT  SSCGLAM-FILE
           IF NOT WS-GLAM-STATUS = '00'
               DISPLAY 'SSCSHRVL - UNABLE TO OPEN SSCGLAM-FILE, '
                   'STATUS = ' WS-GLAM-STATUS
               PERFORM 1050-STOP-OPEN-FAILED
           END-IF
           OPEN OUTPUT SSCGLJE-FILE
           OPEN INPUT  SSCFCAL-FILE
           IF NOT WS-FCAL-STATUS = '00'
               DISPLAY 'SSCSHRVL - UNABLE TO OPEN SSCFCAL-FILE, '
                   'STATUS = ' WS-FCAL-STATUS
               PERFORM 1050-STOP-OPEN-FAILED
           END-IF
           OPEN OUTPUT SSCSHRVL-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 8000-LOAD-FISCAL-CALENDAR
               THRU 8000-LOAD-FISCAL-CALENDAR-EXIT
           MOVE 'SSCSHRVL - SHRINK / INVENTORY ADJUSTMENT VALUATION'
               TO SHRVL-RPT-LINE
           WRITE SHRVL-RPT-LINE
           MOVE SPACES TO SHRVL-RPT-LINE
           WRITE SHRVL-RPT-LINE
           MOVE 'ADJUSTMENTS NOT VALUED' TO SHRVL-RPT-LINE
           WRITE SHRVL-RPT-LINE.

      *---------------------------------------------------------------*
      *    A MASTER THAT CANNOT BE OPENED WOULD VALUE EVERY           *
      *    ADJUSTMENT AS UNPRICED OR UNMAPPED, OR JOURNAL INTO A      *
      *    CLOSED PERIOD - STOP BEFORE ANYTHING IS VALUED.            *
      *---------------------------------------------------------------*
       1050-STOP-OPEN-FAILED.
           PERFORM 9000-TERMINATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      *    SORT INPUT - BOTH FEEDS ARE PRICED AND RELEASED IN COMMON  *
      *    FORM, TAGGED WITH THE FEED THEY CAME FROM.                 *
      *---------------------------------------------------------------*
       2000-VALUE-ADJUSTMENTS.
           PERFORM 2100-READ-RWH-ADJUSTMENT
           PERFORM UNTIL WS-ADJMT-AT-EOF
               IF WOS-ADJ-RECORD(1:3) = '102'
                   ADD 1 TO WS-ADJ-RWH-READ
                   MOVE WOS-ADJ-RECORD TO DMSRWHAJ-DETAIL
                   MOVE '102'                  TO WS-ADJ-TRANS-CODE
                   MOVE DMSRWHAJ-ITEM-NBR      TO WS-ADJ-ITEM-NBR
                   MOVE DMSRWHAJ-LOCATION-CODE TO WS-ADJ-LOCATION-CODE
                   MOVE DMSRWHAJ-ADJUST-SIGN   TO WS-ADJ-SIGN
                   MOVE DMSRWHAJ-UNITS         TO WS-ADJ-UNITS
                   MOVE DMSRWHAJ-REASON-CODE   TO WS-ADJ-REASON-CODE
                   MOVE DMSRWHAJ-TRANS-DATE    TO WS-ADJ-TRANS-DATE
                   PERFORM 2300-VALUE-ONE-ADJUSTMENT
                       THRU 2300-VALUE-ONE-ADJUSTMENT-EXIT
               END-IF
               PERFORM 2100-READ-RWH-ADJUSTMENT
           END-PERFORM
           PERFORM 2200-READ-SSC-ADJUSTMENT
           PERFORM UNTIL WS-OLDADJ-AT-EOF
               IF WOS-OADJ-RECORD(1:3) = '105'
                   ADD 1 TO WS-ADJ-SSC-READ
                   MOVE WOS-OADJ-RECORD TO DMSSSCAJ-DETAIL
                   MOVE '105'                  TO WS-ADJ-TRANS-CODE
                   MOVE DMSSSCAJ-ITEM-NBR      TO WS-ADJ-ITEM-NBR
                   MOVE DMSSSCAJ-LOCATION-CODE TO WS-ADJ-LOCATION-CODE
                   MOVE DMSSSCAJ-ADJUST-SIGN   TO WS-ADJ-SIGN
                   MOVE DMSSSCAJ-UNITS         TO WS-ADJ-UNITS
                   MOVE DMSSSCAJ-REASON-CODE   TO WS-ADJ-REASON-CODE
                   MOVE DMSSSCAJ-TRANS-DATE    TO WS-ADJ-TRANS-DATE
                   PERFORM 2300-VALUE-ONE-ADJUSTMENT
                       THRU 2300-VALUE-ONE-ADJUSTMENT-EXIT
               END-IF
               PERFORM 2200-READ-SSC-ADJUSTMENT
           END-PERFORM.
       2000-VALUE-ADJUSTMENTS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-RWH-ADJUSTMENT.
           READ WOS-ADJMT-FILE
               AT END
                   MOVE 'Y' TO WS-ADJMT-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       2200-READ-SSC-ADJUSTMENT.
           READ WOS-OLDADJ-FILE
               AT END
                   MOVE 'Y' TO WS-OLDADJ-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
      *    THE ADJUSTMENT IS PRICED AT ITS OWN ITEM/LOCATION COST     *
      *    WHEN THE BOOK HAS ONE, OTHERWISE AT THE ITEM'S MOST        *
      *    RECENT COST ANYWHERE.                                      *
      *---------------------------------------------------------------*
       2300-VALUE-ONE-ADJUSTMENT.
           IF NOT WS-ADJ-IS-GAIN AND NOT WS-ADJ-IS-SHRINK
               ADD 1 TO WS-ADJ-REJECTED
               PERFORM 2400-BUILD-EXCEPTION-LINE
               MOVE '*** INVALID ADJUSTMENT SIGN ***' TO WS-X-MESSAGE
               MOVE WS-EXCEPTION-LINE TO SHRVL-RPT-LINE
               WRITE SHRVL-RPT-LINE
               GO TO 2300-VALUE-ONE-ADJUSTMENT-EXIT
           END-IF
           MOVE WS-ADJ-TRANS-DATE TO WS-FCAL-DATE
           PERFORM 8200-FIND-FISCAL-PERIOD
           IF WS-FCAL-PERIOD-CLOSED
               ADD 1 TO WS-ADJ-CLOSED-PERIOD
               PERFORM 2400-BUILD-EXCEPTION-LINE
               MOVE '*** DATED IN A CLOSED FISCAL PERIOD ***'
                   TO WS-X-MESSAGE
               MOVE WS-EXCEPTION-LINE TO SHRVL-RPT-LINE
               WRITE SHRVL-RPT-LINE
               GO TO 2300-VALUE-ONE-ADJUSTMENT-EXIT
           END-IF
           MOVE 'N' TO WS-COST-SW
           MOVE WS-ADJ-ITEM-NBR      TO SSCPINV-ITEM-NBR
           MOVE WS-ADJ-LOCATION-CODE TO SSCPINV-LOCATION-CODE
           READ SSCPINV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SSCPINV-UNIT-COST NUMERIC
                       AND SSCPINV-UNIT-COST > ZERO
                       MOVE 'Y' TO WS-COST-SW
                       MOVE SSCPINV-UNIT-COST TO WS-ITEM-UNIT-COST
                   END-IF
           END-READ
           IF NOT WS-COST-FOUND
               MOVE WS-ADJ-ITEM-NBR TO WS-COST-ITEM-NBR
               PERFORM 6000-FIND-ITEM-COST
                   THRU 6000-FIND-ITEM-COST-EXIT
           END-IF
           IF NOT WS-COST-FOUND
               ADD 1 TO WS-ADJ-UNPRICED
               PERFORM 2400-BUILD-EXCEPTION-LINE
               MOVE '*** NO COST ON SSCPINV - NOT VALUED ***'
                   TO WS-X-MESSAGE
               MOVE WS-EXCEPTION-LINE TO SHRVL-RPT-LINE
               WRITE SHRVL-RPT-LINE
               GO TO 2300-VALUE-ONE-ADJUSTMENT-EXIT
           END-IF
           COMPUTE WS-ADJ-VALUE ROUNDED =
               WS-ADJ-UNITS * WS-ITEM-UNIT-COST
           MOVE SPACES               TO SHR-SORT-RECORD
           MOVE WS-ADJ-LOCATION-CODE TO SORT-LOCATION-CODE
           MOVE WS-ADJ-SUBDIVISION   TO SORT-SUBDIVISION
           MOVE WS-ADJ-TRANS-CODE    TO SORT-TRANS-CODE
           MOVE WS-ADJ-REASON-CODE   TO SORT-REASON-CODE
           MOVE WS-ADJ-SIGN          TO SORT-ADJUST-SIGN
           MOVE WS-ADJ-UNITS         TO SORT-UNITS
           MOVE WS-ADJ-VALUE         TO SORT-VALUE
           RELEASE SHR-SORT-RECORD
           ADD 1 TO WS-ADJ-VALUED.
       2300-VALUE-ONE-ADJUSTMENT-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2400-BUILD-EXCEPTION-LINE.
           MOVE SPACES               TO WS-EXCEPTION-LINE
           MOVE WS-ADJ-TRANS-CODE    TO WS-X-TRANS-CODE
           MOVE WS-ADJ-ITEM-NBR      TO WS-X-ITEM-NBR
           MOVE WS-ADJ-LOCATION-CODE TO WS-X-LOCATION-CODE
           MOVE WS-ADJ-SIGN          TO WS-X-SIGN
           MOVE WS-ADJ-UNITS         TO WS-X-UNITS
           MOVE WS-ADJ-REASON-CODE   TO WS-X-REASON-CODE.

      *---------------------------------------------------------------*
      *    SORT OUTPUT - CONTROL BREAK ON LOCATION / SUBDIVISION /    *
      *    ADJUSTMENT TYPE.  EACH TYPE BREAK PRINTS ITS LINE AND      *
      *    JOURNALS ITS NET; EACH LOCATION BREAK PRINTS A SUBTOTAL.   *
      *---------------------------------------------------------------*
       3000-REPORT-AND-JOURNAL.
           MOVE SPACES TO SHRVL-RPT-LINE
           WRITE SHRVL-RPT-LINE
           MOVE 'SHRINK / GAIN BY LOCATION, SUBDIVISION AND TYPE'
               TO SHRVL-RPT-LINE
           WRITE SHRVL-RPT-LINE
           MOVE WS-HEADING-LINE TO SHRVL-RPT-LINE
           WRITE SHRVL-RPT-LINE
           PERFORM 3100-RETURN-SORTED-ADJUSTMENT
           IF NOT WS-SORT-AT-EOF
               PERFORM 3150-START-NEW-TYPE
           END-IF
           PERFORM UNTIL WS-SORT-AT-EOF
               IF SORT-LOCATION-CODE NOT = WS-CURR-LOCATION-CODE
                   PERFORM 3300-FINISH-TYPE
                   PERFORM 3500-FINISH-LOCATION
                   PERFORM 3150-START-NEW-TYPE
               ELSE
                   IF SORT-SUBDIVISION NOT = WS-CURR-SUBDIVISION
                       OR SORT-TRANS-CODE NOT = WS-CURR-TRANS-CODE
                       OR SORT-REASON-CODE NOT = WS-CURR-REASON-CODE
                       PERFORM 3300-FINISH-TYPE
                       PERFORM 3150-START-NEW-TYPE
                   END-IF
               END-IF
               PERFORM 3200-ACCUMULATE-ADJUSTMENT
               PERFORM 3100-RETURN-SORTED-ADJUSTMENT
           END-PERFORM
           IF WS-ADJ-VALUED > ZERO
               PERFORM 3300-FINISH-TYPE
               PERFORM 3500-FINISH-LOCATION
           END-IF.
       3000-REPORT-AND-JOURNAL-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3100-RETURN-SORTED-ADJUSTMENT.
           RETURN SSCSHR-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

      *---------------------------------------------------------------*
       3150-START-NEW-TYPE.
           MOVE SORT-LOCATION-CODE TO WS-CURR-LOCATION-CODE
           MOVE SORT-SUBDIVISION   TO WS-CURR-SUBDIVISION
           MOVE SORT-TRANS-CODE    TO WS-CURR-TRANS-CODE
           MOVE SORT-REASON-CODE   TO WS-CURR-REASON-CODE
           MOVE ZERO TO WS-TYPE-SHRINK-UNITS
           MOVE ZERO TO WS-TYPE-SHRINK-VALUE
           MOVE ZERO TO WS-TYPE-GAIN-UNITS
           MOVE ZERO TO WS-TYPE-GAIN-VALUE.

      *---------------------------------------------------------------*
       3200-ACCUMULATE-ADJUSTMENT.
           IF SORT-ADJUST-SIGN = '-'
               ADD SORT-UNITS TO WS-TYPE-SHRINK-UNITS
               ADD SORT-VALUE TO WS-TYPE-SHRINK-VALUE
           ELSE
               ADD SORT-UNITS TO WS-TYPE-GAIN-UNITS
               ADD SORT-VALUE TO WS-TYPE-GAIN-VALUE
           END-IF.

      *---------------------------------------------------------------*
      *    A NET SHRINK DEBITS THE MAPPED OFFSET (SHRINK) ACCOUNT AND *
      *    CREDITS INVENTORY; A NET GAIN DEBITS INVENTORY AND CREDITS *
      *    THE OFFSET.  A TYPE THAT NETS TO ZERO IS NOT JOURNALED.    *
      *---------------------------------------------------------------*
       3300-FINISH-TYPE.
           COMPUTE WS-NET-VALUE =
               WS-TYPE-GAIN-VALUE - WS-TYPE-SHRINK-VALUE
           PERFORM 3400-RESOLVE-GL-ACCOUNTS
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CURR-LOCATION-CODE  TO WS-D-LOCATION-CODE
           MOVE WS-CURR-SUBDIVISION    TO WS-D-SUBDIVISION
           MOVE WS-CURR-TRANS-CODE     TO WS-D-TRANS-CODE
           MOVE WS-CURR-REASON-CODE    TO WS-D-REASON-CODE
           MOVE WS-TYPE-SHRINK-UNITS   TO WS-D-SHRINK-UNITS
           MOVE WS-TYPE-SHRINK-VALUE   TO WS-D-SHRINK-VALUE
           MOVE WS-TYPE-GAIN-UNITS     TO WS-D-GAIN-UNITS
           MOVE WS-TYPE-GAIN-VALUE     TO WS-D-GAIN-VALUE
           MOVE WS-NET-VALUE           TO WS-D-NET-VALUE
           IF WS-NET-VALUE < ZERO
               MOVE WS-RESOLVED-OFFSET    TO WS-D-DEBIT-ACCT
               MOVE WS-RESOLVED-INVENTORY TO WS-D-CREDIT-ACCT
           ELSE
               MOVE WS-RESOLVED-INVENTORY TO WS-D-DEBIT-ACCT
               MOVE WS-RESOLVED-OFFSET    TO WS-D-CREDIT-ACCT
           END-IF
           IF WS-MAPPING-MISSING
               MOVE '*SUS' TO WS-D-MAPPING-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO SHRVL-RPT-LINE
           WRITE SHRVL-RPT-LINE
           IF WS-NET-VALUE NOT = ZERO
               MOVE FUNCTION ABS(WS-NET-VALUE) TO WS-JOURNAL-AMOUNT
               MOVE WS-D-DEBIT-ACCT  TO SSCGLJE-GL-ACCOUNT-NBR
               PERFORM 3600-WRITE-DEBIT-LINE
               MOVE WS-D-CREDIT-ACCT TO SSCGLJE-GL-ACCOUNT-NBR
               PERFORM 3700-WRITE-CREDIT-LINE
           END-IF
           ADD WS-TYPE-SHRINK-UNITS TO WS-LOC-SHRINK-UNITS
           ADD WS-TYPE-SHRINK-VALUE TO WS-LOC-SHRINK-VALUE
           ADD WS-TYPE-GAIN-UNITS   TO WS-LOC-GAIN-UNITS
           ADD WS-TYPE-GAIN-VALUE   TO WS-LOC-GAIN-VALUE.

      *---------------------------------------------------------------*
       3400-RESOLVE-GL-ACCOUNTS.
           MOVE 'N' TO WS-MAPPING-SW
           MOVE WS-CURR-LOCATION-CODE TO SSCGLAM-LOCATION-CODE
           MOVE WS-CURR-SUBDIVISION   TO SSCGLAM-SUBDIVISION
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
       3500-FINISH-LOCATION.
           MOVE SPACES TO SHRVL-RPT-LINE
           STRING '  LOCATION '             DELIMITED BY SIZE
                   WS-CURR-LOCATION-CODE    DELIMITED BY SIZE
                   ' TOTAL - SHRINK UNITS ' DELIMITED BY SIZE
                   WS-LOC-SHRINK-UNITS      DELIMITED BY SIZE
                   ' VALUE '                DELIMITED BY SIZE
                   WS-LOC-SHRINK-VALUE      DELIMITED BY SIZE
                   ', GAIN UNITS '          DELIMITED BY SIZE
                   WS-LOC-GAIN-UNITS        DELIMITED BY SIZE
                   ' VALUE '                DELIMITED BY SIZE
                   WS-LOC-GAIN-VALUE        DELIMITED BY SIZE
               INTO SHRVL-RPT-LINE
           WRITE SHRVL-RPT-LINE
           MOVE SPACES TO SHRVL-RPT-LINE
           WRITE SHRVL-RPT-LINE
           ADD WS-LOC-SHRINK-VALUE TO WS-TOTAL-SHRINK-VALUE
           ADD WS-LOC-GAIN-VALUE   TO WS-TOTAL-GAIN-VALUE
           MOVE ZERO TO WS-LOC-SHRINK-UNITS
           MOVE ZERO TO WS-LOC-SHRINK-VALUE
           MOVE ZERO TO WS-LOC-GAIN-UNITS
           MOVE ZERO TO WS-LOC-GAIN-VALUE.

      *---------------------------------------------------------------*
       3600-WRITE-DEBIT-LINE.
           MOVE WS-RUN-DATE              TO SSCGLJE-RUN-DATE
           MOVE WS-CURR-LOCATION-CODE    TO SSCGLJE-LOCATION-CODE
           MOVE WS-CURR-SUBDIVISION      TO SSCGLJE-SUBDIVISION
           SET SSCGLJE-IS-DEBIT TO TRUE
           MOVE WS-JOURNAL-AMOUNT        TO SSCGLJE-EXT-AMOUNT
           PERFORM 3800-BUILD-DESCRIPTION
           WRITE SSCGLJE-RECORD
           ADD 1 TO WS-JOURNAL-LINES
           ADD WS-JOURNAL-AMOUNT TO WS-TOTAL-DEBITS.

      *---------------------------------------------------------------*
       3700-WRITE-CREDIT-LINE.
           MOVE WS-RUN-DATE              TO SSCGLJE-RUN-DATE
           MOVE WS-CURR-LOCATION-CODE    TO SSCGLJE-LOCATION-CODE
           MOVE WS-CURR-SUBDIVISION      TO SSCGLJE-SUBDIVISION
           SET SSCGLJE-IS-CREDIT TO TRUE
           MOVE WS-JOURNAL-AMOUNT        TO SSCGLJE-EXT-AMOUNT
           PERFORM 3800-BUILD-DESCRIPTION
           WRITE SSCGLJE-RECORD
           ADD 1 TO WS-JOURNAL-LINES
           ADD WS-JOURNAL-AMOUNT TO WS-TOTAL-CREDITS.

      *---------------------------------------------------------------*
       3800-BUILD-DESCRIPTION.
           MOVE SPACES TO SSCGLJE-DESCRIPTION
           IF WS-MAPPING-MISSING
               STRING 'INV ADJ '            DELIMITED BY SIZE
                       WS-CURR-TRANS-CODE   DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       WS-CURR-REASON-CODE  DELIMITED BY SIZE
                       ' *UNMAPPED*'        DELIMITED BY SIZE
                   INTO SSCGLJE-DESCRIPTION
           ELSE
               IF WS-NET-VALUE < ZERO
                   STRING 'INV SHRINK '     DELIMITED BY SIZE
                       WS-CURR-TRANS-CODE   DELIMITED BY SIZE
                       ' RSN '              DELIMITED BY SIZE
                       WS-CURR-REASON-CODE  DELIMITED BY SIZE
                       INTO SSCGLJE-DESCRIPTION
               ELSE
                   STRING 'INV GAIN '       DELIMITED BY SIZE
                       WS-CURR-TRANS-CODE   DELIMITED BY SIZE
                       ' RSN '              DELIMITED BY SIZE
                       WS-CURR-REASON-CODE  DELIMITED BY SIZE
                       INTO SSCGLJE-DESCRIPTION
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       5000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO SHRVL-RPT-LINE
           STRING 'ADJUSTMENTS READ - 102 '  DELIMITED BY SIZE
                   WS-ADJ-RWH-READ           DELIMITED BY SIZE
                   ', 105 '                  DELIMITED BY SIZE
                   WS-ADJ-SSC-READ           DELIMITED BY SIZE
                   ', VALUED - '             DELIMITED BY SIZE
                   WS-ADJ-VALUED             DELIMITED BY SIZE
                   ', NO COST - '            DELIMITED BY SIZE
                   WS-ADJ-UNPRICED           DELIMITED BY SIZE
                   ', INVALID SIGN - '       DELIMITED BY SIZE
                   WS-ADJ-REJECTED           DELIMITED BY SIZE
                   ', CLOSED PERIOD - '      DELIMITED BY SIZE
                   WS-ADJ-CLOSED-PERIOD      DELIMITED BY SIZE
               INTO SHRVL-RPT-LINE
           WRITE SHRVL-RPT-LINE
           MOVE SPACES TO SHRVL-RPT-LINE
           STRING 'TOTAL SHRINK VALUE - '   DELIMITED BY SIZE
                   WS-TOTAL-SHRINK-VALUE    DELIMITED BY SIZE
                   ', TOTAL GAIN VALUE - '  DELIMITED BY SIZE
                   WS-TOTAL-GAIN-VALUE      DELIMITED BY SIZE
               INTO SHRVL-RPT-LINE
           WRITE SHRVL-RPT-LINE
           MOVE SPACES TO SHRVL-RPT-LINE
           STRING 'JOURNAL LINES - '        DELIMITED BY SIZE
                   WS-JOURNAL-LINES         DELIMITED BY SIZE
                   ', DEBITS - '            DELIMITED BY SIZE
                   WS-TOTAL-DEBITS          DELIMITED BY SIZE
                   ', CREDITS - '           DELIMITED BY SIZE
                   WS-TOTAL-CREDITS         DELIMITED BY SIZE
               INTO SHRVL-RPT-LINE
           WRITE SHRVL-RPT-LINE
           IF WS-UNMAPPED-COUNT > ZERO
               MOVE SPACES TO SHRVL-RPT-LINE
               STRING '*** KEYS POSTED TO SUSPENSE ACCOUNT - '
                       DELIMITED BY SIZE
                       WS-UNMAPPED-COUNT        DELIMITED BY SIZE
                       ' - ADD SSCGLAM MAPPINGS VIA SSCGAMNT'
                       DELIMITED BY SIZE
                   INTO SHRVL-RPT-LINE
               WRITE SHRVL-RPT-LINE
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
      *    THE FISCAL CALENDAR IS SMALL - A FEW YEARS OF PERIODS -    *
      *    SO IT IS HELD IN CORE AND EVERY DATED TRANSACTION IS       *
      *    PLACED IN ITS PERIOD WITHOUT A RANDOM READ.                *
      *---------------------------------------------------------------*
       8000-LOAD-FISCAL-CALENDAR.
           MOVE LOW-VALUES TO SSCFCAL-KEY
           START SSCFCAL-FILE KEY IS NOT LESS THAN SSCFCAL-KEY
               INVALID KEY
                   GO TO 8000-LOAD-FISCAL-CALENDAR-EXIT
           END-START
           PERFORM 8100-READ-NEXT-CALENDAR
           PERFORM UNTIL WS-FCAL-AT-EOF
               IF WS-FCAL-COUNT >= 240
                   PERFORM 8050-CALENDAR-TABLE-FULL
               END-IF
               ADD 1 TO WS-FCAL-COUNT
               SET WS-FCAL-IDX TO WS-FCAL-COUNT
               MOVE SSCFCAL-FISCAL-YEAR   TO WS-FCAL-T-YEAR(WS-FCAL-IDX)
               MOVE SSCFCAL-FISCAL-PERIOD TO WS-FCAL-T-PERIOD
                                                         (WS-FCAL-IDX)
               MOVE SSCFCAL-START-DATE    TO WS-FCAL-T-START-DATE
                                                         (WS-FCAL-IDX)
               MOVE SSCFCAL-END-DATE      TO WS-FCAL-T-END-DATE
                                                         (WS-FCAL-IDX)
               MOVE SSCFCAL-STATUS-SW     TO WS-FCAL-T-STATUS-SW
                                                         (WS-FCAL-IDX)
               PERFORM 8100-READ-NEXT-CALENDAR
           END-PERFORM.
       8000-LOAD-FISCAL-CALENDAR-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       8050-CALENDAR-TABLE-FULL.
           DISPLAY 'SSCSHRVL - WS-FCAL-ENTRY TABLE FULL AT 240 '
               'PERIODS - INCREASE OCCURS AND RERUN'
           PERFORM 9000-TERMINATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
       8100-READ-NEXT-CALENDAR.
           READ SSCFCAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FCAL-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
      *    PLACE WS-FCAL-DATE IN ITS FISCAL PERIOD.  AN UNDATED       *
      *    TRANSACTION BELONGS TO THE PERIOD OF THE RUN DATE.         *
      *---------------------------------------------------------------*
       8200-FIND-FISCAL-PERIOD.
           IF WS-FCAL-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-FCAL-DATE
           END-IF
           MOVE 'N' TO WS-FCAL-FOUND-SW
           MOVE 'N' TO WS-FCAL-CLOSED-SW
           PERFORM 8210-TEST-FISCAL-PERIOD
               VARYING WS-FCAL-IDX FROM 1 BY 1
               UNTIL WS-FCAL-IDX > WS-FCAL-COUNT
                   OR WS-FCAL-FOUND
           IF WS-FCAL-FOUND
               SET WS-FCAL-IDX DOWN BY 1
               MOVE WS-FCAL-T-YEAR(WS-FCAL-IDX)   TO WS-FCAL-YEAR
               MOVE WS-FCAL-T-PERIOD(WS-FCAL-IDX) TO WS-FCAL-PERIOD
               IF WS-FCAL-T-IS-CLOSED(WS-FCAL-IDX)
                   MOVE 'Y' TO WS-FCAL-CLOSED-SW
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       8210-TEST-FISCAL-PERIOD.
           IF WS-FCAL-DATE NOT < WS-FCAL-T-START-DATE(WS-FCAL-IDX)
               AND WS-FCAL-DATE NOT > WS-FCAL-T-END-DATE(WS-FCAL-IDX)
               MOVE 'Y' TO WS-FCAL-FOUND-SW
           END-IF.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE WOS-ADJMT-FILE
           CLOSE WOS-OLDADJ-FILE
           CLOSE SSCPINV-FILE
           CLOSE SSCGLAM-FILE
           CLOSE SSCGLJE-FILE
           CLOSE SSCFCAL-FILE
           CLOSE SSCSHRVL-RPT.
