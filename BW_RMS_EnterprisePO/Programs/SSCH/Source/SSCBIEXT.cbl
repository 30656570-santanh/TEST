      ******************************************************************
      *                                                                *
      *   PROGRAM-ID:  SSCBIEXT                                       *
      *                                                                *
      *   BI DATA-MART EXTRACT.  WRITES THE ORDER BOOK (SSCOOM), THE  *
      *   RWH PERPETUAL BOOK (SSCPINV), SUSPENSE (SSCSUSP), OPEN RAS  *
      *   (SSCRAC), OPEN CARTONS (SSCCTNC) AND THE SSCSUPSC SUPPLIER  *
      *   SCORECARD PERIODS (SSCSUPH) AS SIX PIPE-DELIMITED FILES     *
      *   THE BI WAREHOUSE LOADS DIRECTLY, IN PLACE OF THE PRINT      *
      *   REPORTS BEING REKEYED INTO SPREADSHEETS.                    *
      *                                                                *
      *   EVERY FILE IS ONE HEADER ROW OF COLUMN NAMES, ONE ROW PER   *
      *   RECORD SELECTED, AND A TRAILING CONTROL ROW -               *
      *     TRAILER|FILE|RUN DATE|MODE|SINCE DATE|ROWS|UNITS-1|       *
      *     UNITS-2|UNITS-3                                           *
      *   SO THE LOAD CAN BE PROVED COMPLETE.  THE UNIT TOTALS ARE    *
      *     SSCOOM   - ORDERED, RECEIVED, RTV UNITS                   *
      *     SSCPINV  - BOOK UNITS, LAST SNAPSHOT UNITS, ZERO          *
      *     SSCSUSP  - SUSPENDED UNITS, ZERO, ZERO                    *
      *     SSCRAC   - AUTHORIZED, SHIPPED UNITS, ZERO                *
      *     SSCCTNC  - ZERO (CARTONS CARRY NO UNITS - ROWS ONLY)      *
      *     SSCSUPSC - ORDERED, RECEIVED, RTV UNITS                   *
      *   A FILE WITH NO TRAILER ROW DID NOT FINISH AND MUST NOT BE   *
      *   LOADED.                                                     *
      *                                                                *
      *   PARM RECORD - MODE IN COLUMN 1 -                            *
      *     F          FULL REFRESH, EVERY RECORD ON EVERY FILE       *
      *     C OR BLANK CHANGED SINCE THE LAST SUCCESSFUL EXTRACT -    *
      *                RECORDS WHOSE LAST-ACTIVITY DATE IS ON OR      *
      *                AFTER THE SSCBIXC WATERMARK DATE               *
      *   THE WATERMARK IS ADVANCED ONLY WHEN ALL SIX FILES ARE       *
      *   WRITTEN, SO A FAILED RUN RERUNS THE SAME WINDOW.  WITH NO   *
      *   WATERMARK YET THE RUN IS FORCED TO A FULL REFRESH.          *
      *   SUSPENSE, RA AND CARTON RECORDS ARE DELETED WHEN RELEASED,  *
      *   CLOSED OR RETURNED - THEY LEAVE THE WAREHOUSE ONLY ON A     *
      *   FULL REFRESH.                                               *
      *                                                                *
      ******************************************************************
      *                     MODIFICATION LOG
      ******************************************************************
      *   DATE      S.A.        DESCRIPTION
      *------------------------------------------------------------------
      * 2026-10-08  P.SANTANA   ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SSCBIEXT.
       AUTHOR.        P. SANTANA.
       INSTALLATION.  DISTRIBUTION SYSTEMS.
       DATE-WRITTEN.  2026-10-08.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIEXT-PARM-FILE    ASSIGN TO BIXPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SSCBIXC-FILE       ASSIGN TO BIXCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIXC-STATUS.

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

           SELECT SSCSUSP-FILE       ASSIGN TO SUSPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCSUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT SSCRAC-FILE        ASSIGN TO RACTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCRAC-RA-NBR
               FILE STATUS IS WS-RAC-STATUS.

           SELECT SSCCTNC-FILE       ASSIGN TO CTNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCCTNC-CARTON-NBR
               FILE STATUS IS WS-CTNC-STATUS.

           SELECT SSCSUPH-FILE       ASSIGN TO SUPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCSUPH-SUPPLIER-NBR
               FILE STATUS IS WS-SUPH-STATUS.

           SELECT SSCSUPA-FILE       ASSIGN TO SUPAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSCSUPA-SUPPLIER-NBR
               FILE STATUS IS WS-SUPA-STATUS.

           SELECT BIX-OOM-FILE       ASSIGN TO BIXOOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIXOUT-STATUS.

           SELECT BIX-PINV-FILE      ASSIGN TO BIXPINV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIXOUT-STATUS.

           SELECT BIX-SUSP-FILE      ASSIGN TO BIXSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIXOUT-STATUS.

           SELECT BIX-RAC-FILE       ASSIGN TO BIXRAC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIXOUT-STATUS.

           SELECT BIX-CTNC-FILE      ASSIGN TO BIXCTNC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIXOUT-STATUS.

           SELECT BIX-SUPSC-FILE     ASSIGN TO BIXSUPSC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIXOUT-STATUS.

           SELECT SSCBIEXT-RPT       ASSIGN TO BIXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BIEXT-PARM-FILE.
       01  BIEXT-PARM-RECORD.
           05  BIEXT-PARM-MODE          PIC X(01).
           05  FILLER                   PIC X(79).

       FD  SSCBIXC-FILE
           RECORDING MODE IS F.
           COPY SSCBIXC.

       FD  SSCOOM-FILE.
           COPY SSCOOM.

       FD  SSCPINV-FILE.
           COPY SSCPINV.

       FD  SSCSUSP-FILE.
           COPY SSCSUSP.

       FD  SSCRAC-FILE.
           COPY SSCRAC.

       FD  SSCCTNC-FILE.
           COPY SSCCTNC.

       FD  SSCSUPH-FILE.
           COPY SSCSUPH.

       FD  SSCSUPA-FILE.
           COPY SSCSUPA.

       FD  BIX-OOM-FILE.
       01  BIX-OOM-RECORD               PIC X(200).

       FD  BIX-PINV-FILE.
       01  BIX-PINV-RECORD              PIC X(200).

       FD  BIX-SUSP-FILE.
       01  BIX-SUSP-RECORD              PIC X(200).

       FD  BIX-RAC-FILE.
       01  BIX-RAC-RECORD               PIC X(200).

       FD  BIX-CTNC-FILE.
       01  BIX-CTNC-RECORD              PIC X(200).

       FD  BIX-SUPSC-FILE.
       01  BIX-SUPSC-RECORD             PIC X(200).

       FD  SSCBIEXT-RPT.
       01  BIEXT-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-PARM-OK                          VALUE '00'.
           05  WS-BIXC-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-BIXC-OK                          VALUE '00'.
               88  WS-BIXC-NOT-FOUND                   VALUE '35'.
           05  WS-OOM-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-OOM-OK                           VALUE '00'.
           05  WS-PINV-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-PINV-OK                          VALUE '00'.
           05  WS-SUSP-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-SUSP-OK                          VALUE '00'.
           05  WS-RAC-STATUS            PIC X(02)  VALUE SPACES.
               88  WS-RAC-OK                           VALUE '00'.
           05  WS-CTNC-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-CTNC-OK                          VALUE '00'.
           05  WS-SUPH-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-SUPH-OK                          VALUE '00'.
           05  WS-SUPA-STATUS           PIC X(02)  VALUE SPACES.
               88  WS-SUPA-OK                          VALUE '00'.
           05  WS-BIXOUT-STATUS         PIC X(02)  VALUE SPACES.
           05  WS-BIXRPT-STATUS         PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-OOM-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-OOM-AT-EOF                      VALUE 'Y'.
           05  WS-PINV-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-PINV-AT-EOF                     VALUE 'Y'.
           05  WS-SUSP-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-SUSP-AT-EOF                     VALUE 'Y'.
           05  WS-RAC-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-RAC-AT-EOF                      VALUE 'Y'.
           05  WS-CTNC-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-CTNC-AT-EOF                     VALUE 'Y'.
           05  WS-SUPH-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-SUPH-AT-EOF                     VALUE 'Y'.
           05  WS-EXTRACT-MODE-SW       PIC X(01)  VALUE 'C'.
               88  WS-FULL-REFRESH                    VALUE 'F'.
               88  WS-CHANGED-SINCE                   VALUE 'C'.
           05  WS-ROW-SELECTED-SW       PIC X(01)  VALUE 'N'.
               88  WS-ROW-SELECTED                    VALUE 'Y'.
           05  WS-EXT-FAILED-SW         PIC X(01)  VALUE 'N'.
               88  WS-EXT-FAILED                      VALUE 'Y'.
           05  WS-SUPPLIER-NAMED-SW     PIC X(01)  VALUE 'N'.
               88  WS-SUPPLIER-NAMED                  VALUE 'Y'.
           05  WS-SUPA-OPEN-SW          PIC X(01)  VALUE 'N'.
               88  WS-SUPA-IS-OPEN                    VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(08)  VALUE SPACES.
       01  WS-RUN-TIME                  PIC X(08)  VALUE SPACES.
       01  WS-SINCE-DATE                PIC X(08)  VALUE SPACES.
       01  WS-ACTIVITY-DATE             PIC X(08)  VALUE SPACES.
       01  WS-OPEN-STATUS               PIC X(02)  VALUE SPACES.

       77  WS-RETURN-CODE               PIC 9(04) COMP VALUE ZERO.
       77  WS-TOTAL-RECORDS-READ        PIC 9(09)  VALUE ZERO.
       77  WS-TOTAL-ROWS-WRITTEN        PIC 9(09)  VALUE ZERO.
       77  WS-EXTRACTS-WRITTEN          PIC 9(01)  VALUE ZERO.
       77  WS-OPEN-UNITS                PIC S9(09) VALUE ZERO.
       77  WS-PERIOD-SUB                PIC 9(02)  VALUE ZERO.
       77  WS-SLOT                      PIC S9(03) VALUE ZERO.
       77  WS-FILL-RATE-PCT             PIC 9(03)V9 VALUE ZERO.
       77  WS-RTV-RATE-PCT              PIC 9(03)V9 VALUE ZERO.
       77  WS-AVG-RCPT-DAYS             PIC 9(05)  VALUE ZERO.

      *---------------------------------------------------------------*
      *    COUNTS FOR THE EXTRACT FILE BEING WRITTEN - CARRIED TO ITS *
      *    TRAILER ROW AND TO THE CONTROL REPORT.                     *
      *---------------------------------------------------------------*
       01  WS-EXTRACT-COUNTS.
           05  WS-EXT-NAME              PIC X(08)  VALUE SPACES.
           05  WS-EXT-DD-NAME           PIC X(08)  VALUE SPACES.
           05  WS-EXT-RECORDS-READ      PIC 9(09)  VALUE ZERO.
           05  WS-EXT-ROWS              PIC 9(09)  VALUE ZERO.
           05  WS-EXT-UNITS-1           PIC S9(13) VALUE ZERO.
           05  WS-EXT-UNITS-2           PIC S9(13) VALUE ZERO.
           05  WS-EXT-UNITS-3           PIC S9(13) VALUE ZERO.

      *---------------------------------------------------------------*
      *    DETAIL ROW LAYOUTS - FIXED-WIDTH FIELDS BETWEEN PIPE       *
      *    DELIMITERS.  ONLY THE NAMED FIELDS ARE EVER MOVED TO, SO   *
      *    THE DELIMITERS STAND.  SIGNED FIELDS CARRY A LEADING SIGN, *
      *    AMOUNTS AND RATES AN ACTUAL DECIMAL POINT.                 *
      *---------------------------------------------------------------*
       01  WS-OOM-ROW.
           05  WS-OO-BULK-NBR           PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-ALLOC-NBR          PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-ITEM-NBR           PIC X(19).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-SUPPLIER-NBR       PIC X(06).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-STORE-NBR          PIC X(05).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-ORDERED-UNITS      PIC 9(09).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-RECEIVED-UNITS     PIC 9(09).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-RTV-UNITS          PIC 9(09).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-OPEN-UNITS         PIC 9(09).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-TOLERANCE-QTY      PIC 9(09).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-ORDER-DATE         PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-LAST-ACTIVITY-DATE PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-STATUS             PIC X(01).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-DIRECT-PO-LINE     PIC X(03).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-OO-DI-SEQ-NBR         PIC 9(02).

       01  WS-PINV-ROW.
           05  WS-PI-ITEM-NBR           PIC X(19).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-PI-LOCATION-CODE      PIC X(02).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-PI-BOOK-UNITS         PIC S9(09)
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-PI-LAST-SNAPSHOT-DATE PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-PI-LAST-SNAPSHOT-UNITS PIC 9(09).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-PI-LAST-ACTIVITY-DATE PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-PI-UNIT-COST          PIC 9(07).99.
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-PI-COST-DATE          PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-PI-VARIANCE-COUNT     PIC 9(05).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-PI-LAST-VARIANCE-DATE PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-PI-ABC-CLASS          PIC X(01).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-PI-LAST-COUNT-DATE    PIC X(08).

       01  WS-SUSP-ROW.
           05  WS-SU-BULK-NBR           PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SU-ALLOC-NBR          PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SU-ITEM-NBR           PIC X(19).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SU-REASON-CODE        PIC X(03).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SU-REASON-TEXT        PIC X(40).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SU-SUPPLIER-NBR       PIC X(06).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SU-SUBDIVISION        PIC 9(03).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SU-UNITS              PIC 9(09).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SU-SUSPENSE-DATE      PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SU-SUSPENSE-TIME      PIC X(06).

       01  WS-RAC-ROW.
           05  WS-RA-RA-NBR             PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-RA-BULK-NBR           PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-RA-SUPPLIER-NBR       PIC X(06).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-RA-RTV-REASON-CD      PIC X(01).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-RA-AUTHORIZED-UNITS   PIC 9(09).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-RA-SHIPPED-UNITS      PIC 9(09).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-RA-OPEN-UNITS         PIC 9(09).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-RA-OPENED-DATE        PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-RA-LAST-CASE-DATE     PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-RA-ITEM-NBR           PIC X(19).

       01  WS-CTNC-ROW.
           05  WS-CT-CARTON-NBR         PIC X(10).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-CT-BULK-NBR           PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-CT-STORE-NBR          PIC X(05).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-CT-LOCATION-CODE      PIC X(02).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-CT-REQUEST-DATE       PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-CT-REQUEST-TIME       PIC X(06).

       01  WS-SUPSC-ROW.
           05  WS-SC-SUPPLIER-NBR       PIC X(06).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SC-SUPPLIER-NAME      PIC X(30).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SC-PERIOD-DATE        PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SC-PERIODS-BACK       PIC 9(02).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SC-ORDERED-UNITS      PIC 9(11).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SC-RECEIVED-UNITS     PIC 9(11).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SC-RTV-UNITS          PIC 9(11).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SC-LINES              PIC 9(07).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SC-CLOSED-LINES       PIC 9(07).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SC-BREACHES           PIC 9(07).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SC-FILL-RATE-PCT      PIC 9(03).9.
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SC-RTV-RATE-PCT       PIC 9(03).9.
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-SC-AVG-RCPT-DAYS      PIC 9(05).

       01  WS-TRAILER-ROW.
           05  FILLER                   PIC X(07)  VALUE 'TRAILER'.
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-T-EXTRACT-NAME        PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-T-RUN-DATE            PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-T-MODE                PIC X(01).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-T-SINCE-DATE          PIC X(08).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-T-ROW-COUNT           PIC 9(09).
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-T-UNITS-1             PIC S9(13)
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-T-UNITS-2             PIC S9(13)
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(01)  VALUE '|'.
           05  WS-T-UNITS-3             PIC S9(13)
                                        SIGN IS LEADING SEPARATE.

      *---------------------------------------------------------------*
      *    CONTROL REPORT                                             *
      *---------------------------------------------------------------*
       01  WS-CONTROL-HEADING.
           05  FILLER                    PIC X(08) VALUE 'EXTRACT'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'DD NAME'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE '       READ'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE '       ROWS'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(18)
                                         VALUE '           UNITS-1'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(18)
                                         VALUE '           UNITS-2'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(18)
                                         VALUE '           UNITS-3'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'NOTE'.

       01  WS-CONTROL-LINE.
           05  WS-L-EXTRACT-NAME         PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-L-DD-NAME              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-L-RECORDS-READ         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-L-ROWS                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-L-UNITS-1              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-L-UNITS-2              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-L-UNITS-3              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-L-NOTE                 PIC X(20).

       01  WS-EDIT-COUNT                 PIC ZZZ,ZZZ,ZZ9.

      *---------------------------------------------------------------*
      *    RUN-CONTROL LEDGER (CALLS SSCRUNCL)                        *
      *---------------------------------------------------------------*
       01  WS-RCTL-LINKAGE.
           05  WS-RCTL-FUNCTION-SW      PIC X(01)  VALUE SPACES.
           05  WS-RCTL-PROGRAM-ID       PIC X(08)  VALUE 'SSCBIEXT'.
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
               PERFORM 2000-EXTRACT-ORDER-BOOK
                   THRU 2000-EXTRACT-ORDER-BOOK-EXIT
               PERFORM 3000-EXTRACT-RWH-BOOK
                   THRU 3000-EXTRACT-RWH-BOOK-EXIT
               PERFORM 4000-EXTRACT-SUSPENSE
                   THRU 4000-EXTRACT-SUSPENSE-EXIT
               PERFORM 5000-EXTRACT-OPEN-RAS
                   THRU 5000-EXTRACT-OPEN-RAS-EXIT
               PERFORM 6000-EXTRACT-OPEN-CARTONS
                   THRU 6000-EXTRACT-OPEN-CARTONS-EXIT
               PERFORM 7000-EXTRACT-SCORECARD
                   THRU 7000-EXTRACT-SCORECARD-EXIT
               PERFORM 8000-WRITE-FINAL-TOTALS
               PERFORM 8500-UPDATE-WATERMARK
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
               DISPLAY 'SSCBIEXT - NOT STARTED, STREAM PREREQUISITE '
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
           MOVE WS-TOTAL-RECORDS-READ TO WS-RCTL-RECORDS-IN
           MOVE WS-TOTAL-ROWS-WRITTEN TO WS-RCTL-RECORDS-OUT
           CALL 'SSCRUNCL' USING WS-RCTL-FUNCTION-SW
                                 WS-RCTL-PROGRAM-ID
                                 WS-RCTL-RETURN-CODE
                                 WS-RCTL-RECORDS-IN
                                 WS-RCTL-RECORDS-OUT
                                 WS-RCTL-RESULT-CODE
           END-CALL
           MOVE WS-RCTL-RETURN-CODE TO RETURN-CODE.

      *---------------------------------------------------------------*
      *    MODE FROM THE PARM RECORD, WINDOW START FROM THE SSCBIXC   *
      *    WATERMARK.                                                 *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT SSCBIEXT-RPT
           MOVE SPACES TO BIEXT-RPT-LINE
           STRING 'SSCBIEXT - BI DATA-MART EXTRACT - RUN '
                                              DELIMITED BY SIZE
                   WS-RUN-DATE                DELIMITED BY SIZE
               INTO BIEXT-RPT-LINE
           WRITE BIEXT-RPT-LINE
           OPEN INPUT BIEXT-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'SSCBIEXT - UNABLE TO OPEN BIEXT-PARM-FILE, '
                   'STATUS = ' WS-PARM-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           READ BIEXT-PARM-FILE
               AT END
                   MOVE SPACES TO BIEXT-PARM-RECORD
           END-READ
           CLOSE BIEXT-PARM-FILE
           EVALUATE BIEXT-PARM-MODE
               WHEN 'F'
                   MOVE 'F' TO WS-EXTRACT-MODE-SW
               WHEN 'C'
               WHEN SPACE
                   MOVE 'C' TO WS-EXTRACT-MODE-SW
               WHEN OTHER
                   DISPLAY 'SSCBIEXT - INVALID PARM MODE "'
                       BIEXT-PARM-MODE '" - MUST BE F, C OR BLANK'
                   MOVE 16 TO WS-RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
           END-EVALUATE
           PERFORM 1100-READ-WATERMARK
               THRU 1100-READ-WATERMARK-EXIT
           IF WS-RETURN-CODE NOT = ZERO
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE SPACES TO BIEXT-RPT-LINE
           IF WS-FULL-REFRESH
               MOVE 'MODE - FULL REFRESH, EVERY RECORD EXTRACTED'
                   TO BIEXT-RPT-LINE
           ELSE
               STRING 'MODE - CHANGED SINCE '  DELIMITED BY SIZE
                       WS-SINCE-DATE           DELIMITED BY SIZE
                       ', RECORDS WITH ACTIVITY ON OR AFTER THAT DATE'
                                               DELIMITED BY SIZE
                   INTO BIEXT-RPT-LINE
           END-IF
           WRITE BIEXT-RPT-LINE
           MOVE SPACES TO BIEXT-RPT-LINE
           WRITE BIEXT-RPT-LINE
           MOVE WS-CONTROL-HEADING TO BIEXT-RPT-LINE
           WRITE BIEXT-RPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    NO CONTROL FILE, OR AN EMPTY ONE, MEANS NO EXTRACT HAS     *
      *    EVER COMPLETED - A CHANGED-SINCE RUN BECOMES A FULL ONE.   *
      *---------------------------------------------------------------*
       1100-READ-WATERMARK.
           MOVE SPACES TO SSCBIXC-LAST-EXTRACT-DATE
           OPEN INPUT SSCBIXC-FILE
           IF WS-BIXC-OK
               READ SSCBIXC-FILE
                   AT END
                       MOVE SPACES TO SSCBIXC-LAST-EXTRACT-DATE
               END-READ
               CLOSE SSCBIXC-FILE
           ELSE
               IF NOT WS-BIXC-NOT-FOUND
                   DISPLAY 'SSCBIEXT - UNABLE TO OPEN SSCBIXC-FILE, '
                       'STATUS = ' WS-BIXC-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   GO TO 1100-READ-WATERMARK-EXIT
               END-IF
           END-IF
           IF WS-CHANGED-SINCE
               IF SSCBIXC-LAST-EXTRACT-DATE = SPACES
                   MOVE 'F' TO WS-EXTRACT-MODE-SW
                   MOVE SPACES TO BIEXT-RPT-LINE
                   MOVE 'NO PRIOR EXTRACT ON SSCBIXC - CHANGED-SINCE '
                       TO BIEXT-RPT-LINE
                   MOVE 'RUN FORCED TO A FULL REFRESH'
                       TO BIEXT-RPT-LINE(45:)
                   WRITE BIEXT-RPT-LINE
               ELSE
                   MOVE SSCBIXC-LAST-EXTRACT-DATE TO WS-SINCE-DATE
               END-IF
           END-IF.
       1100-READ-WATERMARK-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      *    CLEAR THE COUNTS FOR THE NEXT EXTRACT FILE.                *
      *---------------------------------------------------------------*
       1900-START-EXTRACT.
           MOVE ZERO TO WS-EXT-RECORDS-READ
           MOVE ZERO TO WS-EXT-ROWS
           MOVE ZERO TO WS-EXT-UNITS-1
           MOVE ZERO TO WS-EXT-UNITS-2
           MOVE ZERO TO WS-EXT-UNITS-3
           MOVE 'N'  TO WS-EXT-FAILED-SW
           MOVE SPACES TO WS-L-NOTE.

      *---------------------------------------------------------------*
      *    A MASTER THAT HAS NEVER BEEN CREATED ('35') EXTRACTS AS AN *
      *    EMPTY FILE WITH ITS TRAILER.  ANY OTHER OPEN FAILURE FAILS *
      *    THE EXTRACT - NO TRAILER IS WRITTEN, SO THE WAREHOUSE WILL *
      *    NOT LOAD IT, AND THE WATERMARK IS NOT ADVANCED.            *
      *---------------------------------------------------------------*
       1950-MASTER-NOT-AVAILABLE.
           IF WS-OPEN-STATUS = '35'
               MOVE 'MASTER NOT FOUND' TO WS-L-NOTE
           ELSE
               DISPLAY 'SSCBIEXT - UNABLE TO OPEN ' WS-EXT-NAME
                   ', STATUS = ' WS-OPEN-STATUS
               MOVE 'Y'  TO WS-EXT-FAILED-SW
               MOVE 16   TO WS-RETURN-CODE
               STRING 'OPEN FAILED, STAT '   DELIMITED BY SIZE
                       WS-OPEN-STATUS        DELIMITED BY SIZE
                   INTO WS-L-NOTE
           END-IF.

      *---------------------------------------------------------------*
      *    FULL REFRESH TAKES EVERY RECORD; CHANGED-SINCE TAKES THOSE *
      *    WITH ACTIVITY ON OR AFTER THE WATERMARK DATE.              *
      *---------------------------------------------------------------*
       1970-TEST-ACTIVITY-DATE.
           ADD 1 TO WS-EXT-RECORDS-READ
           ADD 1 TO WS-TOTAL-RECORDS-READ
           IF WS-FULL-REFRESH
               OR WS-ACTIVITY-DATE NOT < WS-SINCE-DATE
               MOVE 'Y' TO WS-ROW-SELECTED-SW
           ELSE
               MOVE 'N' TO WS-ROW-SELECTED-SW
           END-IF.

      *---------------------------------------------------------------*
      *    SSCOOM ORDER BOOK - ACTIVITY IS THE LATER OF THE ORDER     *
      *    DATE AND LAST-ACTIVITY DATE.                               *
      *---------------------------------------------------------------*
       2000-EXTRACT-ORDER-BOOK.
           MOVE 'SSCOOM'   TO WS-EXT-NAME
           MOVE 'BIXOOM'   TO WS-EXT-DD-NAME
           PERFORM 1900-START-EXTRACT
           OPEN OUTPUT BIX-OOM-FILE
           MOVE SPACES TO BIX-OOM-RECORD
           STRING 'BULK_NBR|ALLOC_NBR|ITEM_NBR|SUPPLIER_NBR|'
                                              DELIMITED BY SIZE
                   'STORE_NBR|ORDERED_UNITS|RECEIVED_UNITS|'
                                              DELIMITED BY SIZE
                   'RTV_UNITS|OPEN_UNITS|TOLERANCE_QTY|ORDER_DATE|'
                                              DELIMITED BY SIZE
                   'LAST_ACTIVITY_DATE|STATUS|DIRECT_PO_LINE|'
                                              DELIMITED BY SIZE
                   'DI_SEQ_NBR'               DELIMITED BY SIZE
               INTO BIX-OOM-RECORD
           WRITE BIX-OOM-RECORD
           OPEN INPUT SSCOOM-FILE
           IF NOT WS-OOM-OK
               MOVE WS-OOM-STATUS TO WS-OPEN-STATUS
               PERFORM 1950-MASTER-NOT-AVAILABLE
               GO TO 2000-FINISH-ORDER-BOOK
           END-IF
           MOVE LOW-VALUES TO SSCOOM-KEY
           START SSCOOM-FILE KEY IS NOT LESS THAN SSCOOM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-OOM-EOF-SW
           END-START
           IF NOT WS-OOM-AT-EOF
               PERFORM 2100-READ-NEXT-ORDER-LINE
           END-IF
           PERFORM UNTIL WS-OOM-AT-EOF
               MOVE SSCOOM-LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE
               IF SSCOOM-ORDER-DATE > WS-ACTIVITY-DATE
                   MOVE SSCOOM-ORDER-DATE TO WS-ACTIVITY-DATE
               END-IF
               PERFORM 1970-TEST-ACTIVITY-DATE
               IF WS-ROW-SELECTED
                   PERFORM 2200-WRITE-ORDER-ROW
               END-IF
               PERFORM 2100-READ-NEXT-ORDER-LINE
           END-PERFORM
           CLOSE SSCOOM-FILE.
       2000-FINISH-ORDER-BOOK.
           IF NOT WS-EXT-FAILED
               PERFORM 8100-BUILD-TRAILER
               WRITE BIX-OOM-RECORD FROM WS-TRAILER-ROW
           END-IF
           CLOSE BIX-OOM-FILE
           PERFORM 8200-WRITE-CONTROL-LINE.
       2000-EXTRACT-ORDER-BOOK-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       2100-READ-NEXT-ORDER-LINE.
           READ SSCOOM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OOM-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
      *    OPEN UNITS ARE CARRIED ONLY WHILE THE LINE IS OPEN.        *
      *---------------------------------------------------------------*
       2200-WRITE-ORDER-ROW.
           MOVE SSCOOM-BULK-NBR           TO WS-OO-BULK-NBR
           MOVE SSCOOM-ALLOC-NBR          TO WS-OO-ALLOC-NBR
           MOVE SSCOOM-ITEM-NBR           TO WS-OO-ITEM-NBR
           MOVE SSCOOM-SUPPLIER-NBR       TO WS-OO-SUPPLIER-NBR
           MOVE SSCOOM-STORE-NBR          TO WS-OO-STORE-NBR
           MOVE SSCOOM-ORDERED-UNITS      TO WS-OO-ORDERED-UNITS
           MOVE SSCOOM-RECEIVED-UNITS     TO WS-OO-RECEIVED-UNITS
           MOVE SSCOOM-RTV-UNITS          TO WS-OO-RTV-UNITS
           MOVE ZERO TO WS-OPEN-UNITS
           IF SSCOOM-IS-OPEN
               COMPUTE WS-OPEN-UNITS = SSCOOM-ORDERED-UNITS
                                     - SSCOOM-RECEIVED-UNITS
                                     - SSCOOM-RTV-UNITS
               IF WS-OPEN-UNITS < ZERO
                   MOVE ZERO TO WS-OPEN-UNITS
               END-IF
           END-IF
           MOVE WS-OPEN-UNITS             TO WS-OO-OPEN-UNITS
           MOVE SSCOOM-TOLERANCE-QTY      TO WS-OO-TOLERANCE-QTY
           MOVE SSCOOM-ORDER-DATE         TO WS-OO-ORDER-DATE
           MOVE SSCOOM-LAST-ACTIVITY-DATE TO WS-OO-LAST-ACTIVITY-DATE
           MOVE SSCOOM-STATUS-SW          TO WS-OO-STATUS
           MOVE SSCOOM-DIRECT-PO-LINE     TO WS-OO-DIRECT-PO-LINE
           MOVE SSCOOM-DI-SEQ-NBR         TO WS-OO-DI-SEQ-NBR
           WRITE BIX-OOM-RECORD FROM WS-OOM-ROW
           ADD 1 TO WS-EXT-ROWS
           ADD SSCOOM-ORDERED-UNITS  TO WS-EXT-UNITS-1
           ADD SSCOOM-RECEIVED-UNITS TO WS-EXT-UNITS-2
           ADD SSCOOM-RTV-UNITS      TO WS-EXT-UNITS-3.

      *---------------------------------------------------------------*
      *    SSCPINV RWH BOOK - ACTIVITY IS THE LATEST OF THE POSTING,  *
      *    SNAPSHOT, COSTING, VARIANCE AND CYCLE-COUNT DATES.         *
      *---------------------------------------------------------------*
       3000-EXTRACT-RWH-BOOK.
           MOVE 'SSCPINV'  TO WS-EXT-NAME
           MOVE 'BIXPINV'  TO WS-EXT-DD-NAME
           PERFORM 1900-START-EXTRACT
           OPEN OUTPUT BIX-PINV-FILE
           MOVE SPACES TO BIX-PINV-RECORD
           STRING 'ITEM_NBR|LOCATION_CODE|BOOK_UNITS|'
                                              DELIMITED BY SIZE
                   'LAST_SNAPSHOT_DATE|LAST_SNAPSHOT_UNITS|'
                                              DELIMITED BY SIZE
                   'LAST_ACTIVITY_DATE|UNIT_COST|COST_DATE|'
                                              DELIMITED BY SIZE
                   'VARIANCE_COUNT|LAST_VARIANCE_DATE|ABC_CLASS|'
                                              DELIMITED BY SIZE
                   'LAST_COUNT_DATE'          DELIMITED BY SIZE
               INTO BIX-PINV-RECORD
           WRITE BIX-PINV-RECORD
           OPEN INPUT SSCPINV-FILE
           IF NOT WS-PINV-OK
               MOVE WS-PINV-STATUS TO WS-OPEN-STATUS
               PERFORM 1950-MASTER-NOT-AVAILABLE
               GO TO 3000-FINISH-RWH-BOOK
           END-IF
           MOVE LOW-VALUES TO SSCPINV-KEY
           START SSCPINV-FILE KEY IS NOT LESS THAN SSCPINV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PINV-EOF-SW
           END-START
           IF NOT WS-PINV-AT-EOF
               PERFORM 3100-READ-NEXT-BOOK
           END-IF
           PERFORM UNTIL WS-PINV-AT-EOF
               PERFORM 3150-SET-BOOK-ACTIVITY-DATE
               PERFORM 1970-TEST-ACTIVITY-DATE
               IF WS-ROW-SELECTED
                   PERFORM 3200-WRITE-BOOK-ROW
               END-IF
               PERFORM 3100-READ-NEXT-BOOK
           END-PERFORM
           CLOSE SSCPINV-FILE.
       3000-FINISH-RWH-BOOK.
           IF NOT WS-EXT-FAILED
               PERFORM 8100-BUILD-TRAILER
               WRITE BIX-PINV-RECORD FROM WS-TRAILER-ROW
           END-IF
           CLOSE BIX-PINV-FILE
           PERFORM 8200-WRITE-CONTROL-LINE.
       3000-EXTRACT-RWH-BOOK-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       3100-READ-NEXT-BOOK.
           READ SSCPINV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PINV-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       3150-SET-BOOK-ACTIVITY-DATE.
           MOVE SSCPINV-LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE
           IF SSCPINV-LAST-SNAPSHOT-DATE > WS-ACTIVITY-DATE
               MOVE SSCPINV-LAST-SNAPSHOT-DATE TO WS-ACTIVITY-DATE
           END-IF
           IF SSCPINV-COST-DATE > WS-ACTIVITY-DATE
               MOVE SSCPINV-COST-DATE TO WS-ACTIVITY-DATE
           END-IF
           IF SSCPINV-LAST-VARIANCE-DATE > WS-ACTIVITY-DATE
               MOVE SSCPINV-LAST-VARIANCE-DATE TO WS-ACTIVITY-DATE
           END-IF
           IF SSCPINV-LAST-COUNT-DATE > WS-ACTIVITY-DATE
               MOVE SSCPINV-LAST-COUNT-DATE TO WS-ACTIVITY-DATE
           END-IF.

      *---------------------------------------------------------------*
       3200-WRITE-BOOK-ROW.
           MOVE SSCPINV-ITEM-NBR            TO WS-PI-ITEM-NBR
           MOVE SSCPINV-LOCATION-CODE       TO WS-PI-LOCATION-CODE
           MOVE SSCPINV-BOOK-UNITS          TO WS-PI-BOOK-UNITS
           MOVE SSCPINV-LAST-SNAPSHOT-DATE  TO WS-PI-LAST-SNAPSHOT-DATE
           MOVE SSCPINV-LAST-SNAPSHOT-UNITS
               TO WS-PI-LAST-SNAPSHOT-UNITS
           MOVE SSCPINV-LAST-ACTIVITY-DATE  TO WS-PI-LAST-ACTIVITY-DATE
           MOVE SSCPINV-UNIT-COST           TO WS-PI-UNIT-COST
           MOVE SSCPINV-COST-DATE           TO WS-PI-COST-DATE
           MOVE SSCPINV-VARIANCE-COUNT      TO WS-PI-VARIANCE-COUNT
           MOVE SSCPINV-LAST-VARIANCE-DATE  TO WS-PI-LAST-VARIANCE-DATE
           MOVE SSCPINV-ABC-CLASS           TO WS-PI-ABC-CLASS
           MOVE SSCPINV-LAST-COUNT-DATE     TO WS-PI-LAST-COUNT-DATE
           WRITE BIX-PINV-RECORD FROM WS-PINV-ROW
           ADD 1 TO WS-EXT-ROWS
           ADD SSCPINV-BOOK-UNITS           TO WS-EXT-UNITS-1
           ADD SSCPINV-LAST-SNAPSHOT-UNITS  TO WS-EXT-UNITS-2.

      *---------------------------------------------------------------*
      *    SSCSUSP SUSPENSE - ACTIVITY IS THE SUSPENSE DATE.          *
      *---------------------------------------------------------------*
       4000-EXTRACT-SUSPENSE.
           MOVE 'SSCSUSP'  TO WS-EXT-NAME
           MOVE 'BIXSUSP'  TO WS-EXT-DD-NAME
           PERFORM 1900-START-EXTRACT
           OPEN OUTPUT BIX-SUSP-FILE
           MOVE SPACES TO BIX-SUSP-RECORD
           STRING 'BULK_NBR|ALLOC_NBR|ITEM_NBR|REASON_CODE|'
                                              DELIMITED BY SIZE
                   'REASON_TEXT|SUPPLIER_NBR|SUBDIVISION|UNITS|'
                                              DELIMITED BY SIZE
                   'SUSPENSE_DATE|SUSPENSE_TIME'
                                              DELIMITED BY SIZE
               INTO BIX-SUSP-RECORD
           WRITE BIX-SUSP-RECORD
           OPEN INPUT SSCSUSP-FILE
           IF NOT WS-SUSP-OK
               MOVE WS-SUSP-STATUS TO WS-OPEN-STATUS
               PERFORM 1950-MASTER-NOT-AVAILABLE
               GO TO 4000-FINISH-SUSPENSE
           END-IF
           MOVE LOW-VALUES TO SSCSUSP-KEY
           START SSCSUSP-FILE KEY IS NOT LESS THAN SSCSUSP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUSP-EOF-SW
           END-START
           IF NOT WS-SUSP-AT-EOF
               PERFORM 4100-READ-NEXT-SUSPENSE
           END-IF
           PERFORM UNTIL WS-SUSP-AT-EOF
               MOVE SSCSUSP-SUSPENSE-DATE TO WS-ACTIVITY-DATE
               PERFORM 1970-TEST-ACTIVITY-DATE
               IF WS-ROW-SELECTED
                   PERFORM 4200-WRITE-SUSPENSE-ROW
               END-IF
               PERFORM 4100-READ-NEXT-SUSPENSE
           END-PERFORM
           CLOSE SSCSUSP-FILE.
       4000-FINISH-SUSPENSE.
           IF NOT WS-EXT-FAILED
               PERFORM 8100-BUILD-TRAILER
               WRITE BIX-SUSP-RECORD FROM WS-TRAILER-ROW
           END-IF
           CLOSE BIX-SUSP-FILE
           PERFORM 8200-WRITE-CONTROL-LINE.
       4000-EXTRACT-SUSPENSE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       4100-READ-NEXT-SUSPENSE.
           READ SSCSUSP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUSP-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
      *    FREE TEXT MAY NOT CARRY THE DELIMITER.                     *
      *---------------------------------------------------------------*
       4200-WRITE-SUSPENSE-ROW.
           MOVE SSCSUSP-BULK-NBR          TO WS-SU-BULK-NBR
           MOVE SSCSUSP-ALLOC-NBR         TO WS-SU-ALLOC-NBR
           MOVE SSCSUSP-ITEM-NBR          TO WS-SU-ITEM-NBR
           MOVE SSCSUSP-REASON-CODE       TO WS-SU-REASON-CODE
           MOVE SSCSUSP-REASON-TEXT       TO WS-SU-REASON-TEXT
           INSPECT WS-SU-REASON-TEXT REPLACING ALL '|' BY '/'
           MOVE SSCSUSP-SUPPLIER-NBR      TO WS-SU-SUPPLIER-NBR
           MOVE SSCSUSP-SUBDIVISION       TO WS-SU-SUBDIVISION
           MOVE SSCSUSP-UNITS             TO WS-SU-UNITS
           MOVE SSCSUSP-SUSPENSE-DATE     TO WS-SU-SUSPENSE-DATE
           MOVE SSCSUSP-SUSPENSE-TIME     TO WS-SU-SUSPENSE-TIME
           WRITE BIX-SUSP-RECORD FROM WS-SUSP-ROW
           ADD 1 TO WS-EXT-ROWS
           ADD SSCSUSP-UNITS              TO WS-EXT-UNITS-1.

      *---------------------------------------------------------------*
      *    SSCRAC OPEN RAS - ACTIVITY IS THE LATER OF THE OPENED      *
      *    DATE AND LAST CASE DATE.                                   *
      *---------------------------------------------------------------*
       5000-EXTRACT-OPEN-RAS.
           MOVE 'SSCRAC'   TO WS-EXT-NAME
           MOVE 'BIXRAC'   TO WS-EXT-DD-NAME
           PERFORM 1900-START-EXTRACT
           OPEN OUTPUT BIX-RAC-FILE
           MOVE SPACES TO BIX-RAC-RECORD
           STRING 'RA_NBR|BULK_NBR|SUPPLIER_NBR|RTV_REASON_CD|'
                                              DELIMITED BY SIZE
                   'AUTHORIZED_UNITS|SHIPPED_UNITS|OPEN_UNITS|'
                                              DELIMITED BY SIZE
                   'OPENED_DATE|LAST_CASE_DATE|ITEM_NBR'
                                              DELIMITED BY SIZE
               INTO BIX-RAC-RECORD
           WRITE BIX-RAC-RECORD
           OPEN INPUT SSCRAC-FILE
           IF NOT WS-RAC-OK
               MOVE WS-RAC-STATUS TO WS-OPEN-STATUS
               PERFORM 1950-MASTER-NOT-AVAILABLE
               GO TO 5000-FINISH-OPEN-RAS
           END-IF
           MOVE LOW-VALUES TO SSCRAC-RA-NBR
           START SSCRAC-FILE KEY IS NOT LESS THAN SSCRAC-RA-NBR
               INVALID KEY
                   MOVE 'Y' TO WS-RAC-EOF-SW
           END-START
           IF NOT WS-RAC-AT-EOF
               PERFORM 5100-READ-NEXT-RA
           END-IF
           PERFORM UNTIL WS-RAC-AT-EOF
               MOVE SSCRAC-LAST-CASE-DATE TO WS-ACTIVITY-DATE
               IF SSCRAC-OPENED-DATE > WS-ACTIVITY-DATE
                   MOVE SSCRAC-OPENED-DATE TO WS-ACTIVITY-DATE
               END-IF
               PERFORM 1970-TEST-ACTIVITY-DATE
               IF WS-ROW-SELECTED
                   PERFORM 5200-WRITE-RA-ROW
               END-IF
               PERFORM 5100-READ-NEXT-RA
           END-PERFORM
           CLOSE SSCRAC-FILE.
       5000-FINISH-OPEN-RAS.
           IF NOT WS-EXT-FAILED
               PERFORM 8100-BUILD-TRAILER
               WRITE BIX-RAC-RECORD FROM WS-TRAILER-ROW
           END-IF
           CLOSE BIX-RAC-FILE
           PERFORM 8200-WRITE-CONTROL-LINE.
       5000-EXTRACT-OPEN-RAS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       5100-READ-NEXT-RA.
           READ SSCRAC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RAC-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       5200-WRITE-RA-ROW.
           MOVE SSCRAC-RA-NBR             TO WS-RA-RA-NBR
           MOVE SSCRAC-BULK-NBR           TO WS-RA-BULK-NBR
           MOVE SSCRAC-SUPPLIER-NBR       TO WS-RA-SUPPLIER-NBR
           MOVE SSCRAC-RTV-REASON-CD      TO WS-RA-RTV-REASON-CD
           MOVE SSCRAC-AUTHORIZED-UNITS   TO WS-RA-AUTHORIZED-UNITS
           MOVE SSCRAC-SHIPPED-UNITS      TO WS-RA-SHIPPED-UNITS
           COMPUTE WS-OPEN-UNITS = SSCRAC-AUTHORIZED-UNITS
                                 - SSCRAC-SHIPPED-UNITS
           IF WS-OPEN-UNITS < ZERO
               MOVE ZERO TO WS-OPEN-UNITS
           END-IF
           MOVE WS-OPEN-UNITS             TO WS-RA-OPEN-UNITS
           MOVE SSCRAC-OPENED-DATE        TO WS-RA-OPENED-DATE
           MOVE SSCRAC-LAST-CASE-DATE     TO WS-RA-LAST-CASE-DATE
           MOVE SSCRAC-ITEM-NBR           TO WS-RA-ITEM-NBR
           WRITE BIX-RAC-RECORD FROM WS-RAC-ROW
           ADD 1 TO WS-EXT-ROWS
           ADD SSCRAC-AUTHORIZED-UNITS    TO WS-EXT-UNITS-1
           ADD SSCRAC-SHIPPED-UNITS       TO WS-EXT-UNITS-2.

      *---------------------------------------------------------------*
      *    SSCCTNC OPEN CARTONS - ACTIVITY IS THE REQUEST DATE.       *
      *---------------------------------------------------------------*
       6000-EXTRACT-OPEN-CARTONS.
           MOVE 'SSCCTNC'  TO WS-EXT-NAME
           MOVE 'BIXCTNC'  TO WS-EXT-DD-NAME
           PERFORM 1900-START-EXTRACT
           OPEN OUTPUT BIX-CTNC-FILE
           MOVE SPACES TO BIX-CTNC-RECORD
           STRING 'CARTON_NBR|BULK_NBR|STORE_NBR|LOCATION_CODE|'
                                              DELIMITED BY SIZE
                   'REQUEST_DATE|REQUEST_TIME'
                                              DELIMITED BY SIZE
               INTO BIX-CTNC-RECORD
           WRITE BIX-CTNC-RECORD
           OPEN INPUT SSCCTNC-FILE
           IF NOT WS-CTNC-OK
               MOVE WS-CTNC-STATUS TO WS-OPEN-STATUS
               PERFORM 1950-MASTER-NOT-AVAILABLE
               GO TO 6000-FINISH-OPEN-CARTONS
           END-IF
           MOVE LOW-VALUES TO SSCCTNC-CARTON-NBR
           START SSCCTNC-FILE KEY IS NOT LESS THAN SSCCTNC-CARTON-NBR
               INVALID KEY
                   MOVE 'Y' TO WS-CTNC-EOF-SW
           END-START
           IF NOT WS-CTNC-AT-EOF
               PERFORM 6100-READ-NEXT-CARTON
           END-IF
           PERFORM UNTIL WS-CTNC-AT-EOF
               MOVE SSCCTNC-REQUEST-DATE TO WS-ACTIVITY-DATE
               PERFORM 1970-TEST-ACTIVITY-DATE
               IF WS-ROW-SELECTED
                   PERFORM 6200-WRITE-CARTON-ROW
               END-IF
               PERFORM 6100-READ-NEXT-CARTON
           END-PERFORM
           CLOSE SSCCTNC-FILE.
       6000-FINISH-OPEN-CARTONS.
           IF NOT WS-EXT-FAILED
               PERFORM 8100-BUILD-TRAILER
               WRITE BIX-CTNC-RECORD FROM WS-TRAILER-ROW
           END-IF
           CLOSE BIX-CTNC-FILE
           PERFORM 8200-WRITE-CONTROL-LINE.
       6000-EXTRACT-OPEN-CARTONS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       6100-READ-NEXT-CARTON.
           READ SSCCTNC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CTNC-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
       6200-WRITE-CARTON-ROW.
           MOVE SSCCTNC-CARTON-NBR        TO WS-CT-CARTON-NBR
           MOVE SSCCTNC-BULK-NBR          TO WS-CT-BULK-NBR
           MOVE SSCCTNC-STORE-NBR         TO WS-CT-STORE-NBR
           MOVE SSCCTNC-LOCATION-CODE     TO WS-CT-LOCATION-CODE
           MOVE SSCCTNC-REQUEST-DATE      TO WS-CT-REQUEST-DATE
           MOVE SSCCTNC-REQUEST-TIME      TO WS-CT-REQUEST-TIME
           WRITE BIX-CTNC-RECORD FROM WS-CTNC-ROW
           ADD 1 TO WS-EXT-ROWS.

      *---------------------------------------------------------------*
      *    SSCSUPSC SCORECARD - ONE ROW PER SUPPLIER PER PERIOD HELD  *
      *    ON THE SSCSUPH CIRCULAR BUFFER, NEWEST FIRST (PERIODS-BACK *
      *    1 IS THE LATEST SCORECARD RUN).  A PERIOD'S ACTIVITY IS    *
      *    THE DATE OF THE SCORECARD RUN THAT WROTE IT.  THE MEASURES *
      *    ARE COMPUTED AS SSCSUPSC COMPUTES THEM.                    *
      *---------------------------------------------------------------*
       7000-EXTRACT-SCORECARD.
           MOVE 'SSCSUPSC' TO WS-EXT-NAME
           MOVE 'BIXSUPSC' TO WS-EXT-DD-NAME
           PERFORM 1900-START-EXTRACT
           OPEN OUTPUT BIX-SUPSC-FILE
           MOVE SPACES TO BIX-SUPSC-RECORD
           STRING 'SUPPLIER_NBR|SUPPLIER_NAME|PERIOD_DATE|'
                                              DELIMITED BY SIZE
                   'PERIODS_BACK|ORDERED_UNITS|RECEIVED_UNITS|'
                                              DELIMITED BY SIZE
                   'RTV_UNITS|LINES|CLOSED_LINES|BREACHES|'
                                              DELIMITED BY SIZE
                   'FILL_RATE_PCT|RTV_RATE_PCT|AVG_RECEIPT_DAYS'
                                              DELIMITED BY SIZE
               INTO BIX-SUPSC-RECORD
           WRITE BIX-SUPSC-RECORD
           OPEN INPUT SSCSUPH-FILE
           IF NOT WS-SUPH-OK
               MOVE WS-SUPH-STATUS TO WS-OPEN-STATUS
               PERFORM 1950-MASTER-NOT-AVAILABLE
               GO TO 7000-FINISH-SCORECARD
           END-IF
           OPEN INPUT SSCSUPA-FILE
           IF WS-SUPA-OK
               MOVE 'Y' TO WS-SUPA-OPEN-SW
           END-IF
           MOVE LOW-VALUES TO SSCSUPH-SUPPLIER-NBR
           START SSCSUPH-FILE KEY IS NOT LESS THAN SSCSUPH-SUPPLIER-NBR
               INVALID KEY
                   MOVE 'Y' TO WS-SUPH-EOF-SW
           END-START
           IF NOT WS-SUPH-AT-EOF
               PERFORM 7100-READ-NEXT-HISTORY
           END-IF
           PERFORM UNTIL WS-SUPH-AT-EOF
               MOVE 'N' TO WS-SUPPLIER-NAMED-SW
               PERFORM 7200-EXTRACT-PERIOD
                   VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > SSCSUPH-PERIOD-COUNT
               PERFORM 7100-READ-NEXT-HISTORY
           END-PERFORM
           CLOSE SSCSUPH-FILE
           IF WS-SUPA-IS-OPEN
               CLOSE SSCSUPA-FILE
           END-IF.
       7000-FINISH-SCORECARD.
           IF NOT WS-EXT-FAILED
               PERFORM 8100-BUILD-TRAILER
               WRITE BIX-SUPSC-RECORD FROM WS-TRAILER-ROW
           END-IF
           CLOSE BIX-SUPSC-FILE
           PERFORM 8200-WRITE-CONTROL-LINE.
       7000-EXTRACT-SCORECARD-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       7100-READ-NEXT-HISTORY.
           READ SSCSUPH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUPH-EOF-SW
           END-READ.

      *---------------------------------------------------------------*
      *    WALK BACK FROM THE SLOT BEFORE NEXT-SLOT, WRAPPING 1 TO 12.*
      *---------------------------------------------------------------*
       7200-EXTRACT-PERIOD.
           COMPUTE WS-SLOT = SSCSUPH-NEXT-SLOT - WS-PERIOD-SUB
           IF WS-SLOT < 1
               ADD 12 TO WS-SLOT
           END-IF
           MOVE SSCSUPH-HIST-DATE(WS-SLOT) TO WS-ACTIVITY-DATE
           PERFORM 1970-TEST-ACTIVITY-DATE
           IF WS-ROW-SELECTED
               IF NOT WS-SUPPLIER-NAMED
                   PERFORM 7300-FETCH-SUPPLIER-NAME
               END-IF
               PERFORM 7400-WRITE-SCORECARD-ROW
           END-IF.

      *---------------------------------------------------------------*
       7300-FETCH-SUPPLIER-NAME.
           MOVE 'Y' TO WS-SUPPLIER-NAMED-SW
           MOVE SPACES TO WS-SC-SUPPLIER-NAME
           IF WS-SUPA-IS-OPEN
               MOVE SSCSUPH-SUPPLIER-NBR TO SSCSUPA-SUPPLIER-NBR
               READ SSCSUPA-FILE
                   INVALID KEY
                       MOVE '*** NOT ON SSCSUPA ***'
                           TO WS-SC-SUPPLIER-NAME
                   NOT INVALID KEY
                       MOVE SSCSUPA-SUPPLIER-NAME
                           TO WS-SC-SUPPLIER-NAME
               END-READ
               INSPECT WS-SC-SUPPLIER-NAME REPLACING ALL '|' BY '/'
           END-IF.

      *---------------------------------------------------------------*
       7400-WRITE-SCORECARD-ROW.
           MOVE ZERO TO WS-FILL-RATE-PCT
           MOVE ZERO TO WS-RTV-RATE-PCT
           MOVE ZERO TO WS-AVG-RCPT-DAYS
           IF SSCSUPH-HIST-ORDERED(WS-SLOT) > ZERO
               COMPUTE WS-FILL-RATE-PCT ROUNDED =
                   SSCSUPH-HIST-RECEIVED(WS-SLOT) * 100
                       / SSCSUPH-HIST-ORDERED(WS-SLOT)
               COMPUTE WS-RTV-RATE-PCT ROUNDED =
                   SSCSUPH-HIST-RTV(WS-SLOT) * 100
                       / SSCSUPH-HIST-ORDERED(WS-SLOT)
           END-IF
           IF SSCSUPH-HIST-CLOSED(WS-SLOT) > ZERO
               COMPUTE WS-AVG-RCPT-DAYS ROUNDED =
                   SSCSUPH-HIST-RCPT-DAYS(WS-SLOT)
                       / SSCSUPH-HIST-CLOSED(WS-SLOT)
           END-IF
           MOVE SSCSUPH-SUPPLIER-NBR         TO WS-SC-SUPPLIER-NBR
           MOVE SSCSUPH-HIST-DATE(WS-SLOT)   TO WS-SC-PERIOD-DATE
           MOVE WS-PERIOD-SUB                TO WS-SC-PERIODS-BACK
           MOVE SSCSUPH-HIST-ORDERED(WS-SLOT)
               TO WS-SC-ORDERED-UNITS
           MOVE SSCSUPH-HIST-RECEIVED(WS-SLOT)
               TO WS-SC-RECEIVED-UNITS
           MOVE SSCSUPH-HIST-RTV(WS-SLOT)    TO WS-SC-RTV-UNITS
           MOVE SSCSUPH-HIST-LINES(WS-SLOT)  TO WS-SC-LINES
           MOVE SSCSUPH-HIST-CLOSED(WS-SLOT) TO WS-SC-CLOSED-LINES
           MOVE SSCSUPH-HIST-BREACHES(WS-SLOT)
               TO WS-SC-BREACHES
           MOVE WS-FILL-RATE-PCT             TO WS-SC-FILL-RATE-PCT
           MOVE WS-RTV-RATE-PCT              TO WS-SC-RTV-RATE-PCT
           MOVE WS-AVG-RCPT-DAYS             TO WS-SC-AVG-RCPT-DAYS
           WRITE BIX-SUPSC-RECORD FROM WS-SUPSC-ROW
           ADD 1 TO WS-EXT-ROWS
           ADD SSCSUPH-HIST-ORDERED(WS-SLOT)  TO WS-EXT-UNITS-1
           ADD SSCSUPH-HIST-RECEIVED(WS-SLOT) TO WS-EXT-UNITS-2
           ADD SSCSUPH-HIST-RTV(WS-SLOT)      TO WS-EXT-UNITS-3.

      *---------------------------------------------------------------*
      *    FINAL TOTALS ACROSS THE SIX FILES.                         *
      *---------------------------------------------------------------*
       8000-WRITE-FINAL-TOTALS.
           MOVE SPACES TO BIEXT-RPT-LINE
           WRITE BIEXT-RPT-LINE
           MOVE WS-TOTAL-RECORDS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO BIEXT-RPT-LINE
           STRING 'TOTAL MASTER RECORDS READ     '
                                              DELIMITED BY SIZE
                   WS-EDIT-COUNT              DELIMITED BY SIZE
               INTO BIEXT-RPT-LINE
           WRITE BIEXT-RPT-LINE
           MOVE WS-TOTAL-ROWS-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO BIEXT-RPT-LINE
           STRING 'TOTAL DETAIL ROWS WRITTEN     '
                                              DELIMITED BY SIZE
                   WS-EDIT-COUNT              DELIMITED BY SIZE
               INTO BIEXT-RPT-LINE
           WRITE BIEXT-RPT-LINE.

      *---------------------------------------------------------------*
      *    TRAILING CONTROL ROW FOR THE FILE JUST WRITTEN.            *
      *---------------------------------------------------------------*
       8100-BUILD-TRAILER.
           MOVE WS-EXT-NAME          TO WS-T-EXTRACT-NAME
           MOVE WS-RUN-DATE          TO WS-T-RUN-DATE
           MOVE WS-EXTRACT-MODE-SW   TO WS-T-MODE
           MOVE WS-SINCE-DATE        TO WS-T-SINCE-DATE
           MOVE WS-EXT-ROWS          TO WS-T-ROW-COUNT
           MOVE WS-EXT-UNITS-1       TO WS-T-UNITS-1
           MOVE WS-EXT-UNITS-2       TO WS-T-UNITS-2
           MOVE WS-EXT-UNITS-3       TO WS-T-UNITS-3
           ADD 1 TO WS-EXTRACTS-WRITTEN.

      *---------------------------------------------------------------*
       8200-WRITE-CONTROL-LINE.
           ADD WS-EXT-ROWS           TO WS-TOTAL-ROWS-WRITTEN
           MOVE WS-EXT-NAME          TO WS-L-EXTRACT-NAME
           MOVE WS-EXT-DD-NAME       TO WS-L-DD-NAME
           MOVE WS-EXT-RECORDS-READ  TO WS-L-RECORDS-READ
           MOVE WS-EXT-ROWS          TO WS-L-ROWS
           MOVE WS-EXT-UNITS-1       TO WS-L-UNITS-1
           MOVE WS-EXT-UNITS-2       TO WS-L-UNITS-2
           MOVE WS-EXT-UNITS-3       TO WS-L-UNITS-3
           IF WS-EXT-FAILED
               MOVE 'NO TRAILER WRITTEN' TO WS-L-NOTE
           END-IF
           MOVE WS-CONTROL-LINE      TO BIEXT-RPT-LINE
           WRITE BIEXT-RPT-LINE.

      *---------------------------------------------------------------*
      *    ADVANCE THE WATERMARK ONLY WHEN ALL SIX FILES CARRY THEIR  *
      *    TRAILER.  THE NEXT CHANGED-SINCE RUN STARTS FROM TODAY, SO *
      *    TODAY'S LATER ACTIVITY IS PICKED UP AGAIN RATHER THAN      *
      *    MISSED.                                                    *
      *---------------------------------------------------------------*
       8500-UPDATE-WATERMARK.
           MOVE SPACES TO BIEXT-RPT-LINE
           IF WS-RETURN-CODE NOT = ZERO
               OR WS-EXTRACTS-WRITTEN < 6
               MOVE '*** EXTRACT INCOMPLETE - SSCBIXC WATERMARK NOT '
                   TO BIEXT-RPT-LINE
               MOVE 'ADVANCED, RERUN AFTER CORRECTING'
                   TO BIEXT-RPT-LINE(48:)
               WRITE BIEXT-RPT-LINE
           ELSE
               OPEN OUTPUT SSCBIXC-FILE
               MOVE SPACES          TO SSCBIXC-RECORD
               MOVE WS-RUN-DATE     TO SSCBIXC-LAST-EXTRACT-DATE
               MOVE WS-RUN-TIME(1:6) TO SSCBIXC-LAST-EXTRACT-TIME
               MOVE WS-EXTRACT-MODE-SW TO SSCBIXC-LAST-MODE
               MOVE WS-SINCE-DATE   TO SSCBIXC-LAST-SINCE-DATE
               MOVE WS-TOTAL-ROWS-WRITTEN
                   TO SSCBIXC-LAST-ROWS-WRITTEN
               WRITE SSCBIXC-RECORD
               CLOSE SSCBIXC-FILE
               STRING 'SSCBIXC WATERMARK ADVANCED TO '
                                              DELIMITED BY SIZE
                       WS-RUN-DATE            DELIMITED BY SIZE
                   INTO BIEXT-RPT-LINE
               WRITE BIEXT-RPT-LINE
           END-IF.

      *---------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE SSCBIEXT-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE.
