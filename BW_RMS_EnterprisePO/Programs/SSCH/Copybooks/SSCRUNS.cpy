      *****************************************************************
      *  SSCRUNS - NIGHTLY STREAM STEP TABLE
      *
      *  THE SSCH NIGHTLY STREAM IN RUN ORDER, WITH EACH STEP'S
      *  DECLARED PREREQUISITES - THE STEPS WHOSE OUTPUT IT READS.
      *  SSCRUNCL REFUSES TO START A STEP UNLESS EVERY PREREQUISITE
      *  HAS AN 'E' RECORD ON THE SSCRUNL LEDGER FOR THE CURRENT
      *  CYCLE WITH A CLEAN RETURN CODE, AND SSCRUNRP WALKS THE
      *  TABLE IN THIS ORDER TO FIND THE STEP TO RESUME FROM.  THE
      *  FIRST STEP OPENS THE NIGHT'S CYCLE.
      *
      *  PROGRAMS NOT LISTED (MAINTENANCE, REPAIR, REPLAY, TRACE
      *  AND PERIODIC RUNS) STILL WRITE THE LEDGER BUT HAVE NO
      *  PREREQUISITES AND ARE NOT PART OF THE RESTART PLAN.
      *  WHERE A GENERAL-PURPOSE PROGRAM RUNS AS A STREAM STEP FOR
      *  ONE INPUT ONLY, THE STEP CARRIES THE RUN-CONTROL ID THAT RUN
      *  LEDGERS UNDER INSTEAD OF THE PROGRAM-ID (SSCOSTEV - SSCOBENV
      *  OVER THE ORDER CLOSURE DETAIL).
      *
      *  EACH STEP IS A 3-DIGIT STEP NUMBER, THE PROGRAM-ID, THEN UP
      *  TO SIX 8-BYTE PREREQUISITE PROGRAM-IDS, LEFT-JUSTIFIED AND
      *  SPACE-PADDED.  ADD A STEP HERE AND RAISE THE OCCURS AND
      *  SSCRUNS-STEP-COUNT TOGETHER.
      *****************************************************************
       01  SSCRUNS-STEP-LIST.
      *        010 - INBOUND LANDING-AREA SWEEP AND EDIT
           05  FILLER                    PIC X(11)  VALUE
               '010SSCINSWP'.
           05  FILLER                    PIC X(48)  VALUE SPACES.
      *        020 - ACCEPTED-FILE ARCHIVE
           05  FILLER                    PIC X(11)  VALUE
               '020SSCARCH '.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        030 - VOLUME CONTROL REPORT
           05  FILLER                    PIC X(11)  VALUE
               '030SSCVOLRP'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        040 - ITEM MASTER LOAD
           05  FILLER                    PIC X(11)  VALUE
               '040SSCITMLD'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        050 - STORE MASTER LOAD
           05  FILLER                    PIC X(11)  VALUE
               '050SSCSTRLD'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        060 - SUPPLIER MASTER LOAD
           05  FILLER                    PIC X(11)  VALUE
               '060SSCSUPLD'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        070 - SHIP-POINT MASTER LOAD
           05  FILLER                    PIC X(11)  VALUE
               '070SSCSHPLD'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCSUPLD'.
      *        080 - ITEM CROSS-REFERENCE
           05  FILLER                    PIC X(11)  VALUE
               '080SSCITMXR'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCITMLD'.
      *        090 - STORE CROSS-REFERENCE
           05  FILLER                    PIC X(11)  VALUE
               '090SSCSTRXR'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCSTRLD'.
      *        100 - SUPPLIER CROSS-REFERENCE
           05  FILLER                    PIC X(11)  VALUE
               '100SSCSUPXR'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCSUPLD'.
      *        110 - SUSPENSE RE-VALIDATION
           05  FILLER                    PIC X(11)  VALUE
               '110SSCSUSRV'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCSUPXR'.
      *        120 - RWH PERPETUAL INVENTORY BOOK
           05  FILLER                    PIC X(11)  VALUE
               '120SSCRWHPI'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        123 - RWH CYCLE-COUNT POSTING
           05  FILLER                    PIC X(11)  VALUE
               '123SSCCYCPT'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCRWHPI'.
      *        126 - RWH CYCLE-COUNT LISTS
           05  FILLER                    PIC X(11)  VALUE
               '126SSCCYCPL'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCCYCPT'.
      *        130 - ORDER BOOK MAINTENANCE
           05  FILLER                    PIC X(11)  VALUE
               '130SSCOOMNT'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCRWHPI'.
      *        135 - DI REALLOCATION CHURN
           05  FILLER                    PIC X(11)  VALUE
               '135SSCDICHR'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCOOMNT'.
      *        140 - ORDER STATUS
           05  FILLER                    PIC X(11)  VALUE
               '140SSCORDST'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCOOMNT'.
      *        145 - ORDER CLOSURE FEED TO DMS
           05  FILLER                    PIC X(11)  VALUE
               '145SSCOSTOB'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCOOMNTSSCORDST'.
      *        147 - ORDER CLOSURE ENVELOPE (SSCOBENV OVER OSTDTL,
      *              LEDGERED AS SSCOSTEV FROM ITS OBPARM RECORD)
           05  FILLER                    PIC X(11)  VALUE
               '147SSCOSTEV'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCOSTOB'.
      *        150 - CARTON NUMBER CYCLE MATCH
           05  FILLER                    PIC X(11)  VALUE
               '150SSCCTNRC'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        160 - CARTON CONTENT MANIFEST
           05  FILLER                    PIC X(11)  VALUE
               '160SSCCTNMF'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCCTNRCSSCOOMNT'.
      *        170 - STORE SHIPMENT FILL RATE
           05  FILLER                    PIC X(11)  VALUE
               '170SSCSHPFR'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCOOMNTSSCSTRLD'.
      *        180 - SHIP-POINT EXCEPTIONS
           05  FILLER                    PIC X(11)  VALUE
               '180SSCSHPXR'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCSHPLDSSCOOMNT'.
      *        190 - AGED-STOCK DISPOSITION
           05  FILLER                    PIC X(11)  VALUE
               '190SSCAGERP'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCOOMNTSSCITMLD'.
      *        200 - RLC LANDED COST EXTRACT
           05  FILLER                    PIC X(11)  VALUE
               '200SSCEXTRC'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        210 - DIRECT-SHIP SETTLEMENT
           05  FILLER                    PIC X(11)  VALUE
               '210SSCDSSTL'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCEXTRC'.
      *        220 - TOLERANCE EXCEPTIONS
           05  FILLER                    PIC X(11)  VALUE
               '220SSCTOLRP'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        230 - RA / RTV CASE MATCH
           05  FILLER                    PIC X(11)  VALUE
               '230SSCRARC '.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        240 - VENDOR CHARGEBACKS
           05  FILLER                    PIC X(11)  VALUE
               '240SSCCHGBK'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCTOLRPSSCRARC SSCDSSTL'.
      *        250 - WAREHOUSE THREE-WAY MATCH
           05  FILLER                    PIC X(11)  VALUE
               '250SSCWHSTL'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCOOMNTSSCRWHPI'.
      *        260 - RWH VALUATION GL EXTRACT
           05  FILLER                    PIC X(11)  VALUE
               '260SSCGLVAL'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        270 - SHRINK VALUATION
           05  FILLER                    PIC X(11)  VALUE
               '270SSCSHRVL'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCRWHPI'.
      *        280 - DISTRIBUTION-TYPE PROJECTION
           05  FILLER                    PIC X(11)  VALUE
               '280SSCDSTRP'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        290 - STORE DISTRIBUTION RECAP
           05  FILLER                    PIC X(11)  VALUE
               '290SSCDSTRC'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCSTRLD'.
      *        300 - PREPACK RECONCILIATION
           05  FILLER                    PIC X(11)  VALUE
               '300SSCPPKRC'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        310 - RTV EXCEPTIONS
           05  FILLER                    PIC X(11)  VALUE
               '310SSCRTVRP'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        320 - VALUE-ADDED SERVICES QUEUE
           05  FILLER                    PIC X(11)  VALUE
               '320SSCVASWQ'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        330 - ALERT ACKNOWLEDGMENT
           05  FILLER                    PIC X(11)  VALUE
               '330SSCALRC '.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        340 - FISCAL PERIOD CLOSE
           05  FILLER                    PIC X(11)  VALUE
               '340SSCPCLOS'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCRWHPISSCOOMNTSSCCYCPT'.
      *        345 - STATUS CHANGE IMPACT
           05  FILLER                    PIC X(11)  VALUE
               '345SSCMSIRP'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCITMLDSSCSTRLDSSCSUPLDSSCCTNMFSSCRARC SSCVASWQ'.
      *        350 - CONTROL-TOTAL BALANCING
           05  FILLER                    PIC X(11)  VALUE
               '350SSCBALRP'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCOOMNTSSCITMLDSSCSTRLDSSCSUPLDSSCSHPLD'.
      *        355 - BI DATA-MART EXTRACT
           05  FILLER                    PIC X(11)  VALUE
               '355SSCBIEXT'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCORDSTSSCCYCPLSSCSUSRVSSCRARC SSCCTNRC'.
      *        360 - MISSING-FEED CUTOFF
           05  FILLER                    PIC X(11)  VALUE
               '360SSCFSCHK'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCINSWP'.
      *        370 - MORNING CONTROL REPORT
           05  FILLER                    PIC X(11)  VALUE
               '370SSCMORNG'.
           05  FILLER                    PIC X(48)  VALUE
               'SSCBALRPSSCFSCHKSSCCTNRCSSCVOLRP'.
       01  SSCRUNS-STEP-TABLE REDEFINES SSCRUNS-STEP-LIST.
           05  SSCRUNS-STEP              OCCURS 44 TIMES
                                         INDEXED BY SSCRUNS-IDX.
               10  SSCRUNS-STEP-NBR      PIC 9(03).
               10  SSCRUNS-PROGRAM-ID    PIC X(08).
               10  SSCRUNS-PREREQ        OCCURS 6 TIMES
                                         INDEXED BY SSCRUNS-PRQ-IDX
                                         PIC X(08).
       01  SSCRUNS-STEP-COUNT            PIC 9(03)  VALUE 44.
      *
      *  HIGHEST RETURN CODE A STEP MAY END WITH AND STILL COUNT AS
      *  CLEAN.  8 IS THE STREAM'S "COMPLETED, EXCEPTIONS REPORTED"
      *  CODE (A QUARANTINED FILE, A FEED OUT OF BALANCE); 16 IS A
      *  FAILURE.  CHANGE HERE TO RETUNE.
       01  SSCRUNS-CLEAN-RC-LIMIT        PIC 9(04)  VALUE 8.
