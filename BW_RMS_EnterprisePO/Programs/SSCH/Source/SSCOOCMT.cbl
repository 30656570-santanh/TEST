      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCOOCMT                                       *
      *                                                                *
      *   ON-ORDER DOLLAR COMMITMENT REPORT.  VALUES THE OUTSTANDING  *
      *   UNITS (ORDERED LESS RECEIVED LESS RETURNED) OF EVERY OPEN   *
      *   SSCOOM ORDER LINE, THE OPEN PURCHASE COMMITMENT OPEN-TO-BUY *
      *   PLANNING RUNS ON -                                          *
      *                                                                *
      *     DIRECT-SHIP LINES AT THE RLC MERCHANDISE PRICE FROM THE   *
      *           LANDED-COST EXTRACT (SSCLNDC, WRITTEN BY SSCEXTRC). *
      *           THE EXTRACT IS ONE GENERATION PER NIGHT, SO THE     *
      *           LNDCOST DD CONCATENATES THE RETAINED GENERATIONS,   *
      *           OLDEST FIRST - THE LATEST PRICE FOR A LINE WINS.    *
      *     WAREHOUSE LINES AT THE LATEST '116' UNIT COST ON SSCPINV, *
      *           TAKEN FROM THE LOCATION WITH THE MOST RECENT COST   *
      *           DATE FOR THE ITEM, AS SSCWHSTL DOES.                *
      *                                                                *
      *   CURRENT COMMITMENTS ARE TOTALLED BY SUPPLIER (CAPTIONED     *
      *   FROM SSCSUPA), ITEM SUBDIVISION AND ORDER MONTH.  LINES     *
      *   ORDERED MORE THAN THE STALE-DAYS LIMIT AGO ARE LISTED       *
      *   SEPARATELY, LINE BY LINE, AS STALE COMMITMENTS - THEY ARE   *
      *   THE CANDIDATES FOR CANCELLATION BEFORE THEY ARE COUNTED     *
      *   AGAINST OPEN-TO-BUY.  A LINE WITH NO PRICE IS STILL         *
      *   REPORTED, WITH ITS UNITS SHOWN AS UNPRICED.                 *
      *                                                                *
      *   PARM RECORD - STALE-DAYS LIMIT IN COLUMNS 1-3.  BLANK OR    *
      *   NOT NUMERIC TAKES THE DEFAULT IN WORKING-STORAGE.  RUN AT   *
      *   EACH MONTH-END CLOSE, AFTER SSCPCLOS.                       *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-10-06  P.SANTANA   ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCOOCMT.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-10-06.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OOCMT-PARM-FILE    ASSIGN TO CMTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SSCEXT-LNDCST      ASSIGN TO LNDCOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LNDCST-STATUS.

           SELECT SSCLNS-SORTED-FILE ASSIGN TO LNDSRTD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LNS-STATUS.

           SELECT SSCLCS-SORT-FILE   ASSIGN TO LCSSORT.

           SELECT SSCOOM-FILE        ASSIGN TO OOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCOOM-KEY
               FILE STATUS IS WS-OOM-STATUS.

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

           SELECT SSCCMT-SORT-FILE   ASSIGN TO CMTSORT.

           SELECT SSCOOCMT-RPT       ASSIGN TO OOCMTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OOCMTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OOCMT-PARM-FILE.
       01  OOCMT-PARM-RECORD.
           05  OOCMT-PARM-STALE-DAYS    PIC X(03).
           05  FILLER                   PIC X(77).

       FD  SSCEXT-LNDCST
           RECORDING MODE IS F.
           COPY SSCLNDC.

      *    THE LANDED-COST EXTRACT IN ORDER-LINE KEY SEQUENCE
       FD  SSCLNS-SORTED-FILE
           RECORDING MODE IS F.
       01  LNS-RECORD.
           05  LNS-KEY.
               10  LNS-BULK-NBR          PIC X(08).
               10  LNS-ALLOC-NBR         PIC X(08).
               10  LNS-ITEM-NBR          PIC X(19).
           05  LNS-SUPPLIER-NBR          PIC X(06).
           05  LNS-DIRECT-PO-LINE        PIC X(03).
           05  LNS-UNITS                 PIC 9(09).
           05  LNS-MERCH-PRICE           PIC 9(06)V99.
           05  FILLER                    PIC X(68).

       SD  SSCLCS-SORT-FILE.
       01  LCS-SORT-RECORD.
           05  LCS-BULK-NBR              PIC X(08).
           05  LCS-ALLOC-NBR             PIC X(08).
           05  LCS-ITEM-NBR              PIC X(19).
           05  FILLER                    PIC X(94).

       FD  SSCOOM-FILE.
           COPY SSCOOM.

       FD  SSCPINV-FILE.
           COPY SSCPINV.

       FD  SSCSUPA-FILE.
           COPY SSCSUPA.

       SD  SSCCMT-SORT-FILE.
       01  CMT-SORT-RECORD.
           05  SORT-SECTION              PIC X(01).
      *        1 = CURRENT COMMITMENT, 2 = STALE COMMITMENT
           05  SORT-SUPPLIER-NBR         PIC X(06).
           05  SORT-SUBDIVISION          PIC X(03).
           05  SORT-ORDER-MONTH          PIC X(06).
           05  SORT-BULK-NBR             PIC X(08).
           05  SORT-ALLOC-NBR            PIC X(08).
           05  SORT-ITEM-NBR             PIC X(19).
           05  SORT-ORDER-DATE           PIC X(08).
           05  SORT-AGE-DAYS             PIC 9(05).
           05  SORT-DIRECT-SW            PIC X(01).
               88  SORT-IS-DIRECT                     VALUE 'D'.
           05  SORT-PRICED-SW            PIC X(01).
               88  SORT-IS-PRICED                     VALUE 'Y'.
           05  SORT-OUTSTANDING-UNITS    PIC 9(09).
           05  SORT-UNIT-PRICE           PIC 9(07)V99.
           05  SORT-COMMITMENT-VALUE     PIC 9(13)V99.

       FD  SSCOOCMT-RPT.
       01  OOCMT-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-PARM-OK                          VALUE '00'.
           05  WS-LNDCST-STATUS          PIC X(02)  VALUE SPACES.
           05  WS-LNS-STATUS             PIC X(02)  VALUE SPACES.
           05  WS-OOM-STATUS             PIC X(02)  VALUE SPACES.
               88  WS-OOM-OK                           VALUE '00'.
           05  WS-PINV-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-SUPA-STATUS            PIC X(02)  VALUE SPACES.
           05  WS-OOCMTRPT-STATUS        PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-OOM-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-OOM-AT-EOF                      VALUE 'Y'.
           05  WS-LNS-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-LNS-AT-EOF                      VALUE 'Y'.
           05  WS-PINV-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-PINV-AT-EOF                     VALUE 'Y'.
           05  WS-SORT-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-SORT-AT-EOF                     VALUE 'Y'.
           05  WS-COST-SW                PIC X(01)  VALUE 'N'.
               88  WS-COST-FOUND                      VALUE 'Y'.
           05  WS-LC-PRICE-SW            PIC X(01)  VALUE 'N'.
               88  WS-LC-PRICE-FOUND                  VALUE 'Y'.

       77  WS-RETURN-CODE               PIC 9(04)  COMP  VALUE ZERO.
       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       77  WS-RUN-DATE-NUM              PIC 9(08)  VALUE ZERO.
       77  WS-ORDER-DATE-NUM            PIC 9(08)  VALUE ZERO.
       77  WS-AGE-DAYS                  PIC S9(07) VALUE ZERO.

      *---------------------------------------------------------------*
      *    STALE-DAYS DEFAULT - USED WHEN THE PARM RECORD DOES NOT    *
      *    GIVE A LIMIT.  CHANGE HERE TO RETUNE.                      *
      *---------------------------------------------------------------*
       77  WS-DEFAULT-STALE-DAYS        PIC 9(03)  VALUE 120.
       77  WS-STALE-DAYS                PIC 9(03)  VALUE ZERO.

       77  WS-ORDER-LINES-READ          PIC 9(09)  VALUE ZERO.
       77  WS-OPEN-LINES-VALUED         PIC 9(09)  VALUE ZERO.
       77  WS-FULLY-RELIEVED-LINES      PIC 9(09)  VALUE ZERO.
       77  WS-EXTRACT-RECORDS-READ      PIC 9(09)  VALUE ZERO.

       77  WS-OUTSTANDING-UNITS         PIC S9(09) VALUE ZERO.
       77  WS-LC-MERCH-PRICE            PIC 9(06)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *    ITEM NUMBER BREAKDOWN - SUBDIVISION FOR THE BREAKOUT       *
      *---------------------------------------------------------------*
       01  WS-ITEM-NBR                  PIC X(19)  VALUE SPACES.
       01  WS-ITEM-NBR-DTL REDEFINES WS-ITEM-NBR.
           05  WS-SSC-UNIT-NBR           PIC X(5).
           05  WS-SUBDIVISION            PIC X(3).
           05  WS-LOT                    PIC X(4).
           05  WS-LINE                   PIC X(4).
           05  WS-SKU                    PIC X(3).

      *---------------------------------------------------------------*
      *    LATEST COST FOR AN ITEM - RESULT OF 6000-FIND-ITEM-COST    *
      *---------------------------------------------------------------*
       01  WS-ITEM-COST-AREA.
           05  WS-COST-ITEM-NBR         PIC X(19)  VALUE SPACES.
           05  WS-COST-LOCATION-CODE    PIC X(02)  VALUE SPACES.
           05  WS-COST-DATE             PIC X(08)  VALUE SPACES.
           05  WS-ITEM-UNIT-COST        PIC 9(07)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *    CONTROL BREAKS - MONTH WITHIN SUBDIVISION WITHIN SUPPLIER  *
      *    WITHIN SECTION                                             *
      *---------------------------------------------------------------*
       01  WS-CURR-SECTION              PIC X(01)  VALUE SPACES.
       01  WS-CURR-SUPPLIER-NBR         PIC X(06)  VALUE SPACES.
       01  WS-CURR-SUBDIVISION          PIC X(03)  VALUE SPACES.
       01  WS-CURR-ORDER-MONTH          PIC X(06)  VALUE SPACES.
       01  WS-CURR-SUPPLIER-NAME        PIC X(30)  VALUE SPACES.

      *    ONE SET OF COMMITMENT TOTALS - MONTH, SUBDIVISION,
      *    SUPPLIER, SECTION AND GRAND LEVELS
       01  WS-MONTH-TOTALS.
           05  WS-MON-LINES              PIC 9(07)  VALUE ZERO.
           05  WS-MON-UNITS              PIC 9(11)  VALUE ZERO.
           05  WS-MON-DIRECT-VALUE       PIC 9(15)V99 VALUE ZERO.
           05  WS-MON-WHSE-VALUE         PIC 9(15)V99 VALUE ZERO.
           05  WS-MON-UNPRICED-UNITS     PIC 9(11)  VALUE ZERO.
       01  WS-SUBDIV-TOTALS.
           05  WS-SDV-LINES              PIC 9(07)  VALUE ZERO.
           05  WS-SDV-UNITS              PIC 9(11)  VALUE ZERO.
           05  WS-SDV-DIRECT-VALUE       PIC 9(15)V99 VALUE ZERO.
           05  WS-SDV-WHSE-VALUE         PIC 9(15)V99 VALUE ZERO.
           05  WS-SDV-UNPRICED-UNITS     PIC 9(11)  VALUE ZERO.
       01  WS-SUPPLIER-TOTALS.
           05  WS-SUP-LINES              PIC 9(07)  VALUE ZERO.
           05  WS-SUP-UNITS              PIC 9(11)  VALUE ZERO.
           05  WS-SUP-DIRECT-VALUE       PIC 9(15)V99 VALUE ZERO.
           05  WS-SUP-WHSE-VALUE         PIC 9(15)V99 VALUE ZERO.
           05  WS-SUP-UNPRICED-UNITS     PIC 9(11)  VALUE ZERO.
       01  WS-SECTION-TOTALS.
           05  WS-SEC-LINES              PIC 9(07)  VALUE ZERO.
           05  WS-SEC-UNITS              PIC 9(11)  VALUE ZERO.
           05  WS-SEC-DIRECT-VALUE       PIC 9(15)V99 VALUE ZERO.
           05  WS-SEC-WHSE-VALUE         PIC 9(15)V99 VALUE ZERO.
           05  WS-SEC-UNPRICED-UNITS     PIC 9(11)  VALUE ZERO.
       01  WS-CURRENT-TOTALS.
           05  WS-CUR-LINES              PIC 9(07)  VALUE ZERO.
           05  WS-CUR-UNITS              PIC 9(11)  VALUE ZERO.
           05  WS-CUR-DIRECT-VALUE       PIC 9(15)V99 VALUE ZERO.
           05  WS-CUR-WHSE-VALUE         PIC 9(15)V99 VALUE ZERO.
           05  WS-CUR-UNPRICED-UNITS     PIC 9(11)  VALUE ZERO.
       01  WS-STALE-TOTALS.
           05  WS-STL-LINES              PIC 9(07)  VALUE ZERO.
           05  WS-STL-UNITS              PIC 9(11)  VALUE ZERO.
           05  WS-STL-DIRECT-VALUE       PIC 9(15)V99 VALUE ZERO.
           05  WS-STL-WHSE-VALUE         PIC 9(15)V99 VALUE ZERO.
           05  WS-STL-UNPRICED-UNITS     PIC 9(11)  VALUE ZERO.
       01  WS-PRINT-TOTALS.
           05  WS-PRT-LINES              PIC 9(07)  VALUE ZERO.
           05  WS-PRT-UNITS              PIC 9(11)  VALUE ZERO.
           05  WS-PRT-DIRECT-VALUE       PIC 9(15)V99 VALUE ZERO.
           05  WS-PRT-WHSE-VALUE         PIC 9(15)V99 VALUE ZERO.
           05  WS-PRT-UNPRICED-UNITS     PIC 9(11)  VALUE ZERO.
       77  WS-PRT-TOTAL-VALUE           PIC 9(15)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      *    REPORT LINE LAYOUTS                                         *
      *---------------------------------------------------------------*
       01  WS-CURRENT-HEADING.
           05  FILLER                    PIC X(30) VALUE
                   'SUPPLIER'.
           05  FILLER                    PIC X(06) VALUE 'SUBDV'.
           05  FILLER                    PIC X(09) VALUE 'MONTH'.
           05  FILLER                    PIC X(08) VALUE '   LINES'.
           05  FILLER                    PIC X(13) VALUE
                   '        UNITS'.
           05  FILLER                    PIC X(16) VALUE
                   '    DIRECT-SHIP'.
           05  FILLER                    PIC X(16) VALUE
                   '      WAREHOUSE'.
           05  FILLER                    PIC X(19) VALUE
                   '   TOTAL COMMITTED'.
           05  FILLER                    PIC X(13) VALUE
                   '  UNPRICED'.

       01  WS-TOTALS-LINE.
           05  WS-T-SUPPLIER-NBR         PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-T-SUPPLIER-NAME        PIC X(21).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-T-SUBDIVISION          PIC X(05).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-T-ORDER-MONTH          PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-T-LINES                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-T-UNITS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-T-DIRECT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-T-WHSE-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-T-TOTAL-VALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-T-UNPRICED-UNITS       PIC ZZZ,ZZZ,ZZ9.

       01  WS-STALE-HEADING.
           05  FILLER                    PIC X(08) VALUE 'SUPPLIER'.
           05  FILLER                    PIC X(10) VALUE 'BULK'.
           05  FILLER                    PIC X(10) VALUE 'ALLOC'.
           05  FILLER                    PIC X(21) VALUE 'ITEM'.
           05  FILLER                    PIC X(10) VALUE 'ORDERED'.
           05  FILLER                    PIC X(07) VALUE '    AGE'.
           05  FILLER                    PIC X(04) VALUE ' D/W'.
           05  FILLER                    PIC X(13) VALUE
                   '  OUTSTANDING'.
           05  FILLER                    PIC X(13) VALUE
                   '   UNIT PRICE'.
           05  FILLER                    PIC X(18) VALUE
                   '       COMMITMENT'.

       01  WS-STALE-LINE.
           05  WS-S-SUPPLIER-NBR         PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-BULK-NBR             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-ALLOC-NBR            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-ITEM-NBR             PIC X(19).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-ORDER-DATE           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-AGE-DAYS             PIC ZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-S-DIRECT-SW            PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-OUTSTANDING-UNITS    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-UNIT-PRICE           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-S-COMMITMENT-VALUE     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-S-UNPRICED-FLAG        PIC X(08).

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCOOCMT'.
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
               SORT SSCLCS-SORT-FILE
                   ON ASCENDING KEY LCS-BULK-NBR
                                     LCS-ALLOC-NBR
                                     LCS-ITEM-NBR
                   WITH DUPLICATES IN ORDER
                   USING  SSCEXT-LNDCST
                   GIVING SSCLNS-SORTED-FILE
               PERFORM 1500-OPEN-MASTERS
               SORT SSCCMT-SORT-FILE
                   ON ASCENDING KEY SORT-SECTION
                                     SORT-SUPPLIER-NBR
                                     SORT-SUBDIVISION
                                     SORT-ORDER-MONTH
                                     SORT-BULK-NBR
                                     SORT-ALLOC-NBR
                                     SORT-ITEM-NBR
                   INPUT PROCEDURE IS 2000-VALUE-OPEN-LINES
                       THRU 2000-VALUE-OPEN-LINES-EXIT
                   OUTPUT PROCEDURE IS 3000-REPORT-COMMITMENTS
                       THRU 3000-REPORT-COMMITMENTS-EXIT
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
               DISPLAY 'SSCOOCMT - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-ORDER-LINES-READ  TO WS-RCTL-RECORDS-IN
           MOVE WS-OPEN-LINES-VALUED TO WS-RCTL-RECORDS-OUT
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
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           OPEN OUTPUT SSCOOCMT-RPT
           MOVE SPACES TO OOCMT-RPT-LINE
           STRING 'SSCOOCMT - ON-ORDER DOLLAR COMMITMENT - RUN '
                                              DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
               INTO OOCMT-RPT-LINE
           WRITE OOCMT-RPT-LINE
           OPEN INPUT OOCMT-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'SSCOOCMT - UNABLE TO OPEN OOCMT-PARM-FILE, '
                   'STATUS = ' WS-PARM-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           READ OOCMT-PARM-FILE
               AT END
                   MOVE SPACES TO OOCMT-PARM-RECORD
           END-READ
           CLOSE OOCMT-PARM-FILE
           IF OOCMT-PARM-STALE-DAYS NUMERIC
               MOVE OOCMT-PARM-STALE-DAYS TO WS-STALE-DAYS
           ELSE
               MOVE WS-DEFAULT-STALE-DAYS TO WS-STALE-DAYS
           END-IF
           MOVE SPACES TO OOCMT-RPT-LINE
           STRING 'LINES ORDERED MORE THAN '  DELIMITED BY SIZE
                   WS-STALE-DAYS              DELIMITED BY SIZE
                   ' DAYS AGO ARE REPORTED AS STALE COMMITMENTS'
                                              DELIMITED BY SIZE
               INTO OOCMT-RPT-LINE
           WRITE OOCMT-RPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    THE SORTED LANDED-COST EXTRACT IS READ IN STEP WITH THE    *
      *    ORDER BOOK, WHICH IS IN THE SAME BULK/ALLOC/ITEM ORDER.    *
      *---------------------------------------------------------------*
       1500-OPEN-MASTERS.
           OPEN INPUT SSCLNS-SORTED-FILE
           OPEN INPUT SSCOOM-FILE
           OPEN INPUT SSCPINV-FILE
           OPEN INPUT SSCSUPA-FILE
           PERFORM 2150-READ-NEXT-EXTRACT.

      *---------------------------------------------------------------*
      *    SORT INPUT - EVERY OPEN ORDER LINE WITH OUTSTANDING UNITS, *
      *    PRICED AND DATED.                                          *
      *---------------------------------------------------------------*
       2000-VALUE-OPEN-LINES.
           MOVE LOW-VALUES TO SSCOOM-KEY
           START SSCOOM-FILE KEY IS NOT LESS THAN SSCOOM-KEY
               INVALID KEY
                   GO TO 2000-VALUE-OPEN-LINES-EXIT
           END-START
           PERFORM 2100-READ-NEXT-ORDER-LINE
           PERFORM UNTIL WS-OOM-AT-EOF
               ADD 1 TO WS-ORDER-LINES-READ
               IF SSCOOM-IS-OPEN
                   PERFORM 2200-RELEASE-OPEN-LINE
                       THRU 2200-RELEASE-OPEN-LINE-EXIT
               END-IF
               PERFORM 2100-READ-NEXT-ORDER-LINE
           END-PERFORM.
       2000-VALUE-OPEN-LINES-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-NEXT-ORDER-LINE.
           READ SSCOOM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OOM-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       2150-READ-NEXT-EXTRACT.
           READ SSCLNS-SORTED-FILE
               AT END
                   MOVE 'Y' TO WS-LNS-EOF-SW
                   MOVE HIGH-VALUES TO LNS-KEY
               NOT AT END
                   ADD 1 TO WS-EXTRACT-RECORDS-READ
           END-READ.

      *---------------------------------------------------------------*
       2200-RELEASE-OPEN-LINE.
           COMPUTE WS-OUTSTANDING-UNITS = SSCOOM-ORDERED-UNITS
                                        - SSCOOM-RECEIVED-UNITS
                                        - SSCOOM-RTV-UNITS
           IF WS-OUTSTANDING-UNITS NOT > ZERO
               ADD 1 TO WS-FULLY-RELIEVED-LINES
               GO TO 2200-RELEASE-OPEN-LINE-EXIT
           END-IF
           ADD 1 TO WS-OPEN-LINES-VALUED
           MOVE SPACES                TO CMT-SORT-RECORD
           MOVE SSCOOM-SUPPLIER-NBR   TO SORT-SUPPLIER-NBR
           MOVE SSCOOM-ITEM-NBR       TO WS-ITEM-NBR
           MOVE WS-SUBDIVISION        TO SORT-SUBDIVISION
           MOVE SSCOOM-BULK-NBR       TO SORT-BULK-NBR
           MOVE SSCOOM-ALLOC-NBR      TO SORT-ALLOC-NBR
           MOVE SSCOOM-ITEM-NBR       TO SORT-ITEM-NBR
           MOVE SSCOOM-ORDER-DATE     TO SORT-ORDER-DATE
           MOVE WS-OUTSTANDING-UNITS  TO SORT-OUTSTANDING-UNITS
           MOVE '1'                   TO SORT-SECTION
           MOVE ZERO                  TO SORT-AGE-DAYS
           IF SSCOOM-ORDER-DATE NUMERIC
               MOVE SSCOOM-ORDER-DATE(1:6) TO SORT-ORDER-MONTH
               MOVE SSCOOM-ORDER-DATE      TO WS-ORDER-DATE-NUM
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-ORDER-DATE-NUM)
               IF WS-AGE-DAYS > ZERO
                   MOVE WS-AGE-DAYS TO SORT-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS > WS-STALE-DAYS
                   MOVE '2' TO SORT-SECTION
               END-IF
           ELSE
               MOVE '999999' TO SORT-ORDER-MONTH
           END-IF
           PERFORM 2300-MATCH-LANDED-COST
           IF SSCOOM-IS-WAREHOUSE-PO
               MOVE 'W' TO SORT-DIRECT-SW
               MOVE SSCOOM-ITEM-NBR TO WS-COST-ITEM-NBR
               PERFORM 6000-FIND-ITEM-COST
                   THRU 6000-FIND-ITEM-COST-EXIT
               IF WS-COST-FOUND
                   MOVE 'Y'               TO SORT-PRICED-SW
                   MOVE WS-ITEM-UNIT-COST TO SORT-UNIT-PRICE
               END-IF
           ELSE
               MOVE 'D' TO SORT-DIRECT-SW
               IF WS-LC-PRICE-FOUND
                   MOVE 'Y'               TO SORT-PRICED-SW
                   MOVE WS-LC-MERCH-PRICE TO SORT-UNIT-PRICE
               END-IF
           END-IF
           IF SORT-IS-PRICED
               COMPUTE SORT-COMMITMENT-VALUE ROUNDED =
                   SORT-OUTSTANDING-UNITS * SORT-UNIT-PRICE
           ELSE
               MOVE 'N'  TO SORT-PRICED-SW
               MOVE ZERO TO SORT-UNIT-PRICE
               MOVE ZERO TO SORT-COMMITMENT-VALUE
           END-IF
           RELEASE CMT-SORT-RECORD.
       2200-RELEASE-OPEN-LINE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    BRING THE SORTED EXTRACT UP TO THIS ORDER LINE.  EXTRACT   *
      *    RECORDS FOR LINES NO LONGER ON THE BOOK ARE PASSED OVER;   *
      *    OF SEVERAL FOR THE SAME LINE THE LAST (LATEST) NON-ZERO    *
      *    MERCHANDISE PRICE IS KEPT.                                 *
      *---------------------------------------------------------------*
       2300-MATCH-LANDED-COST.
           MOVE 'N'  TO WS-LC-PRICE-SW
           MOVE ZERO TO WS-LC-MERCH-PRICE
           PERFORM 2150-READ-NEXT-EXTRACT
               UNTIL LNS-KEY NOT < SSCOOM-KEY
           PERFORM 2310-TAKE-EXTRACT-PRICE
               UNTIL LNS-KEY NOT = SSCOOM-KEY.

      *---------------------------------------------------------------*
       2310-TAKE-EXTRACT-PRICE.
           IF LNS-MERCH-PRICE NUMERIC
               AND LNS-MERCH-PRICE > ZERO
               MOVE 'Y'             TO WS-LC-PRICE-SW
               MOVE LNS-MERCH-PRICE TO WS-LC-MERCH-PRICE
           END-IF
           PERFORM 2150-READ-NEXT-EXTRACT.

      *---------------------------------------------------------------*
      *    SORT OUTPUT - SECTION 1 IS TOTALLED BY SUPPLIER,           *
      *    SUBDIVISION AND ORDER MONTH; SECTION 2 LISTS EACH STALE    *
      *    LINE WITH A TOTAL PER SUPPLIER.                            *
      *---------------------------------------------------------------*
       3000-REPORT-COMMITMENTS.
           PERFORM 3100-RETURN-SORTED-LINE
           IF NOT WS-SORT-AT-EOF
               PERFORM 3110-START-NEW-SECTION
               PERFORM 3120-START-NEW-SUPPLIER
               PERFORM 3130-START-NEW-SUBDIVISION
               PERFORM 3140-START-NEW-MONTH
           END-IF
           PERFORM UNTIL WS-SORT-AT-EOF
               EVALUATE TRUE
                   WHEN SORT-SECTION NOT = WS-CURR-SECTION
                       PERFORM 3400-FINISH-MONTH
                       PERFORM 3500-FINISH-SUBDIVISION
                       PERFORM 3600-FINISH-SUPPLIER
                       PERFORM 3700-FINISH-SECTION
                       PERFORM 3110-START-NEW-SECTION
                       PERFORM 3120-START-NEW-SUPPLIER
                       PERFORM 3130-START-NEW-SUBDIVISION
                       PERFORM 3140-START-NEW-MONTH
                   WHEN SORT-SUPPLIER-NBR NOT = WS-CURR-SUPPLIER-NBR
                       PERFORM 3400-FINISH-MONTH
                       PERFORM 3500-FINISH-SUBDIVISION
                       PERFORM 3600-FINISH-SUPPLIER
                       PERFORM 3120-START-NEW-SUPPLIER
                       PERFORM 3130-START-NEW-SUBDIVISION
                       PERFORM 3140-START-NEW-MONTH
                   WHEN SORT-SUBDIVISION NOT = WS-CURR-SUBDIVISION
                       PERFORM 3400-FINISH-MONTH
                       PERFORM 3500-FINISH-SUBDIVISION
                       PERFORM 3130-START-NEW-SUBDIVISION
                       PERFORM 3140-START-NEW-MONTH
                   WHEN SORT-ORDER-MONTH NOT = WS-CURR-ORDER-MONTH
                       PERFORM 3400-FINISH-MONTH
                       PERFORM 3140-START-NEW-MONTH
               END-EVALUATE
               PERFORM 3200-ACCUMULATE-LINE
               IF WS-CURR-SECTION = '2'
                   PERFORM 3300-WRITE-STALE-LINE
               END-IF
               PERFORM 3100-RETURN-SORTED-LINE
           END-PERFORM
           IF WS-OPEN-LINES-VALUED > ZERO
               PERFORM 3400-FINISH-MONTH
               PERFORM 3500-FINISH-SUBDIVISION
               PERFORM 3600-FINISH-SUPPLIER
               PERFORM 3700-FINISH-SECTION
           END-IF.
       3000-REPORT-COMMITMENTS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3100-RETURN-SORTED-LINE.
           RETURN SSCCMT-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

      *---------------------------------------------------------------*
       3110-START-NEW-SECTION.
           MOVE SORT-SECTION TO WS-CURR-SECTION
           MOVE ZERO TO WS-SECTION-TOTALS
           MOVE SPACES TO OOCMT-RPT-LINE
           WRITE OOCMT-RPT-LINE
           IF WS-CURR-SECTION = '1'
               MOVE SPACES TO OOCMT-RPT-LINE
               STRING 'CURRENT COMMITMENTS BY SUPPLIER, '
                                              DELIMITED BY SIZE
                       'SUBDIVISION AND ORDER MONTH'
                                              DELIMITED BY SIZE
                   INTO OOCMT-RPT-LINE
               WRITE OOCMT-RPT-LINE
               MOVE SPACES TO OOCMT-RPT-LINE
               WRITE OOCMT-RPT-LINE
               MOVE WS-CURRENT-HEADING TO OOCMT-RPT-LINE
           ELSE
               MOVE SPACES TO OOCMT-RPT-LINE
               STRING 'STALE COMMITMENTS - ORDERED MORE THAN '
                                              DELIMITED BY SIZE
                       WS-STALE-DAYS          DELIMITED BY SIZE
                       ' DAYS AGO'            DELIMITED BY SIZE
                   INTO OOCMT-RPT-LINE
               WRITE OOCMT-RPT-LINE
               MOVE SPACES TO OOCMT-RPT-LINE
               WRITE OOCMT-RPT-LINE
               MOVE WS-STALE-HEADING TO OOCMT-RPT-LINE
           END-IF
           WRITE OOCMT-RPT-LINE.

      *---------------------------------------------------------------*
      *    A SUPPLIER NOT ON SSCSUPA IS STILL A COMMITMENT - IT IS    *
      *    CAPTIONED AS SUCH AND LEFT TO SSCSUPXR'S ORPHAN REPORT.    *
      *---------------------------------------------------------------*
       3120-START-NEW-SUPPLIER.
           MOVE SORT-SUPPLIER-NBR TO WS-CURR-SUPPLIER-NBR
           MOVE ZERO TO WS-SUPPLIER-TOTALS
           MOVE SORT-SUPPLIER-NBR TO SSCSUPA-SUPPLIER-NBR
           READ SSCSUPA-FILE
               INVALID KEY
                   MOVE '*** NOT ON SSCSUPA' TO WS-CURR-SUPPLIER-NAME
               NOT INVALID KEY
                   MOVE SSCSUPA-SUPPLIER-NAME TO WS-CURR-SUPPLIER-NAME
           END-READ.

      *---------------------------------------------------------------*
       3130-START-NEW-SUBDIVISION.
           MOVE SORT-SUBDIVISION TO WS-CURR-SUBDIVISION
           MOVE ZERO TO WS-SUBDIV-TOTALS.

      *---------------------------------------------------------------*
       3140-START-NEW-MONTH.
           MOVE SORT-ORDER-MONTH TO WS-CURR-ORDER-MONTH
           MOVE ZERO TO WS-MONTH-TOTALS.

      *---------------------------------------------------------------*
       3200-ACCUMULATE-LINE.
           ADD 1                      TO WS-MON-LINES
           ADD SORT-OUTSTANDING-UNITS TO WS-MON-UNITS
           IF NOT SORT-IS-PRICED
               ADD SORT-OUTSTANDING-UNITS TO WS-MON-UNPRICED-UNITS
           END-IF
           IF SORT-IS-DIRECT
               ADD SORT-COMMITMENT-VALUE TO WS-MON-DIRECT-VALUE
           ELSE
               ADD SORT-COMMITMENT-VALUE TO WS-MON-WHSE-VALUE
           END-IF.

      *---------------------------------------------------------------*
       3300-WRITE-STALE-LINE.
           MOVE SPACES TO WS-STALE-LINE
           MOVE SORT-SUPPLIER-NBR      TO WS-S-SUPPLIER-NBR
           MOVE SORT-BULK-NBR          TO WS-S-BULK-NBR
           MOVE SORT-ALLOC-NBR         TO WS-S-ALLOC-NBR
           MOVE SORT-ITEM-NBR          TO WS-S-ITEM-NBR
           MOVE SORT-ORDER-DATE        TO WS-S-ORDER-DATE
           MOVE SORT-AGE-DAYS          TO WS-S-AGE-DAYS
           MOVE SORT-DIRECT-SW         TO WS-S-DIRECT-SW
           MOVE SORT-OUTSTANDING-UNITS TO WS-S-OUTSTANDING-UNITS
           MOVE SORT-UNIT-PRICE        TO WS-S-UNIT-PRICE
           MOVE SORT-COMMITMENT-VALUE  TO WS-S-COMMITMENT-VALUE
           IF NOT SORT-IS-PRICED
               MOVE 'UNPRICED' TO WS-S-UNPRICED-FLAG
           END-IF
           MOVE WS-STALE-LINE TO OOCMT-RPT-LINE
           WRITE OOCMT-RPT-LINE.

      *---------------------------------------------------------------*
      *    ONLY THE CURRENT SECTION PRINTS A LINE PER MONTH AND PER   *
      *    SUBDIVISION - THE STALE SECTION PRINTS ITS LINES INSTEAD.  *
      *---------------------------------------------------------------*
       3400-FINISH-MONTH.
           ADD WS-MON-LINES          TO WS-SDV-LINES
           ADD WS-MON-UNITS          TO WS-SDV-UNITS
           ADD WS-MON-DIRECT-VALUE   TO WS-SDV-DIRECT-VALUE
           ADD WS-MON-WHSE-VALUE     TO WS-SDV-WHSE-VALUE
           ADD WS-MON-UNPRICED-UNITS TO WS-SDV-UNPRICED-UNITS
           IF WS-CURR-SECTION = '1'
               MOVE WS-MONTH-TOTALS TO WS-PRINT-TOTALS
               MOVE SPACES TO WS-TOTALS-LINE
               MOVE WS-CURR-SUPPLIER-NBR  TO WS-T-SUPPLIER-NBR
               MOVE WS-CURR-SUPPLIER-NAME TO WS-T-SUPPLIER-NAME
               MOVE WS-CURR-SUBDIVISION   TO WS-T-SUBDIVISION
               IF WS-CURR-ORDER-MONTH = '999999'
                   MOVE 'UNDATED' TO WS-T-ORDER-MONTH
               ELSE
                   STRING WS-CURR-ORDER-MONTH(1:4) DELIMITED BY SIZE
                           '-'                     DELIMITED BY SIZE
                           WS-CURR-ORDER-MONTH(5:2) DELIMITED BY SIZE
                       INTO WS-T-ORDER-MONTH
               END-IF
               PERFORM 3800-WRITE-TOTALS-LINE
           END-IF.

      *---------------------------------------------------------------*
       3500-FINISH-SUBDIVISION.
           ADD WS-SDV-LINES          TO WS-SUP-LINES
           ADD WS-SDV-UNITS          TO WS-SUP-UNITS
           ADD WS-SDV-DIRECT-VALUE   TO WS-SUP-DIRECT-VALUE
           ADD WS-SDV-WHSE-VALUE     TO WS-SUP-WHSE-VALUE
           ADD WS-SDV-UNPRICED-UNITS TO WS-SUP-UNPRICED-UNITS
           IF WS-CURR-SECTION = '1'
               MOVE WS-SUBDIV-TOTALS TO WS-PRINT-TOTALS
               MOVE SPACES TO WS-TOTALS-LINE
               MOVE WS-CURR-SUPPLIER-NBR TO WS-T-SUPPLIER-NBR
               MOVE WS-CURR-SUBDIVISION  TO WS-T-SUBDIVISION
               MOVE 'SUBDIVISION TOTAL'  TO WS-T-SUPPLIER-NAME
               MOVE 'ALL'                TO WS-T-ORDER-MONTH
               PERFORM 3800-WRITE-TOTALS-LINE
           END-IF.

      *---------------------------------------------------------------*
       3600-FINISH-SUPPLIER.
           ADD WS-SUP-LINES          TO WS-SEC-LINES
           ADD WS-SUP-UNITS          TO WS-SEC-UNITS
           ADD WS-SUP-DIRECT-VALUE   TO WS-SEC-DIRECT-VALUE
           ADD WS-SUP-WHSE-VALUE     TO WS-SEC-WHSE-VALUE
           ADD WS-SUP-UNPRICED-UNITS TO WS-SEC-UNPRICED-UNITS
           MOVE WS-SUPPLIER-TOTALS TO WS-PRINT-TOTALS
           MOVE SPACES TO WS-TOTALS-LINE
           MOVE WS-CURR-SUPPLIER-NBR  TO WS-T-SUPPLIER-NBR
           MOVE WS-CURR-SUPPLIER-NAME TO WS-T-SUPPLIER-NAME
           MOVE 'ALL'                 TO WS-T-SUBDIVISION
           MOVE 'ALL'                 TO WS-T-ORDER-MONTH
           PERFORM 3800-WRITE-TOTALS-LINE
           MOVE SPACES TO OOCMT-RPT-LINE
           WRITE OOCMT-RPT-LINE.

      *---------------------------------------------------------------*
       3700-FINISH-SECTION.
           MOVE WS-SECTION-TOTALS TO WS-PRINT-TOTALS
           MOVE SPACES TO WS-TOTALS-LINE
           IF WS-CURR-SECTION = '1'
               MOVE WS-SECTION-TOTALS TO WS-CURRENT-TOTALS
               MOVE 'CURRENT TOTAL'   TO WS-T-SUPPLIER-NAME
           ELSE
               MOVE WS-SECTION-TOTALS TO WS-STALE-TOTALS
               MOVE 'STALE TOTAL'     TO WS-T-SUPPLIER-NAME
           END-IF
           PERFORM 3800-WRITE-TOTALS-LINE.

      *---------------------------------------------------------------*
      *    FORMAT WS-PRINT-TOTALS ONTO THE LINE THE CALLER STARTED.   *
      *---------------------------------------------------------------*
       3800-WRITE-TOTALS-LINE.
           COMPUTE WS-PRT-TOTAL-VALUE =
               WS-PRT-DIRECT-VALUE + WS-PRT-WHSE-VALUE
           MOVE WS-PRT-LINES          TO WS-T-LINES
           MOVE WS-PRT-UNITS          TO WS-T-UNITS
           MOVE WS-PRT-DIRECT-VALUE   TO WS-T-DIRECT-VALUE
           MOVE WS-PRT-WHSE-VALUE     TO WS-T-WHSE-VALUE
           MOVE WS-PRT-TOTAL-VALUE    TO WS-T-TOTAL-VALUE
           MOVE WS-PRT-UNPRICED-UNITS TO WS-T-UNPRICED-UNITS
           MOVE WS-TOTALS-LINE TO OOCMT-RPT-LINE
           WRITE OOCMT-RPT-LINE.

      *---------------------------------------------------------------*
       5000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO OOCMT-RPT-LINE
           WRITE OOCMT-RPT-LINE
           MOVE WS-CURRENT-HEADING TO OOCMT-RPT-LINE
           WRITE OOCMT-RPT-LINE
           MOVE WS-CURRENT-TOTALS TO WS-PRINT-TOTALS
           MOVE SPACES TO WS-TOTALS-LINE
           MOVE 'CURRENT COMMITMENTS' TO WS-T-SUPPLIER-NAME
           PERFORM 3800-WRITE-TOTALS-LINE
           MOVE WS-STALE-TOTALS TO WS-PRINT-TOTALS
           MOVE SPACES TO WS-TOTALS-LINE
           MOVE 'STALE COMMITMENTS' TO WS-T-SUPPLIER-NAME
           PERFORM 3800-WRITE-TOTALS-LINE
           MOVE WS-CURRENT-TOTALS TO WS-PRINT-TOTALS
           ADD WS-STL-LINES          TO WS-PRT-LINES
           ADD WS-STL-UNITS          TO WS-PRT-UNITS
           ADD WS-STL-DIRECT-VALUE   TO WS-PRT-DIRECT-VALUE
           ADD WS-STL-WHSE-VALUE     TO WS-PRT-WHSE-VALUE
           ADD WS-STL-UNPRICED-UNITS TO WS-PRT-UNPRICED-UNITS
           MOVE SPACES TO WS-TOTALS-LINE
           MOVE 'TOTAL ON ORDER' TO WS-T-SUPPLIER-NAME
           PERFORM 3800-WRITE-TOTALS-LINE
           MOVE SPACES TO OOCMT-RPT-LINE
           WRITE OOCMT-RPT-LINE
           MOVE SPACES TO OOCMT-RPT-LINE
           STRING 'ORDER LINES READ - '      DELIMITED BY SIZE
                   WS-ORDER-LINES-READ       DELIMITED BY SIZE
                   ', OPEN LINES VALUED - '  DELIMITED BY SIZE
                   WS-OPEN-LINES-VALUED      DELIMITED BY SIZE
                   ', OPEN BUT FULLY RELIEVED - '
                                             DELIMITED BY SIZE
                   WS-FULLY-RELIEVED-LINES   DELIMITED BY SIZE
               INTO OOCMT-RPT-LINE
           WRITE OOCMT-RPT-LINE
           MOVE SPACES TO OOCMT-RPT-LINE
           STRING 'LANDED-COST EXTRACT RECORDS READ - '
                                             DELIMITED BY SIZE
                   WS-EXTRACT-RECORDS-READ   DELIMITED BY SIZE
               INTO OOCMT-RPT-LINE
           WRITE OOCMT-RPT-LINE.

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
               CLOSE SSCLNS-SORTED-FILE
               CLOSE SSCOOM-FILE
               CLOSE SSCPINV-FILE
               CLOSE SSCSUPA-FILE
           END-IF
           CLOSE SSCOOCMT-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE.
