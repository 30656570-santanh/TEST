      *****************************************************************
      *  SSCCBC - VENDOR CHARGEBACK CANDIDATE RECORD
      *
      *  ONE RECORD PER EXCEPTION THAT COSTS US MONEY AND CAN BE
      *  BILLED BACK TO THE SUPPLIER.  WRITTEN ALONGSIDE THEIR REPORT
      *  LINES BY -
      *    SSCTOLRP  OVERAGE ('OVR') / SHORTAGE ('SHT') BEYOND THE
      *              ORDER TOLERANCE - REFERENCE IS THE ALLOC NBR
      *    SSCRARC   RETURN AUTHORIZATION STILL OPEN PAST THE AGING
      *              THRESHOLD ('RAO') - REFERENCE IS THE RA NBR
      *    SSCDSSTL  DIRECT-SHIP PRICE ('PRC'), FREIGHT ('FRT') OR
      *              TAX ('TAX') BILLED ABOVE THE RLC EXTRACT -
      *              REFERENCE IS THE DIRECT PO LINE AND INVOICE NBR
      *  AND CONSUMED BY SSCCHGBK, WHICH VALUES, DE-DUPLICATES AND
      *  SUMMARIZES THEM INTO THE SSCCBM DEBIT MEMO EXTRACT.
      *****************************************************************
       01  SSCCBC-RECORD.
           05  SSCCBC-SOURCE-PGM        PIC X(08)  VALUE SPACES.
           05  SSCCBC-REASON-CD         PIC X(03)  VALUE SPACES.
               88  SSCCBC-IS-OVERAGE                   VALUE 'OVR'.
               88  SSCCBC-IS-SHORTAGE                  VALUE 'SHT'.
               88  SSCCBC-IS-RA-OPEN                   VALUE 'RAO'.
               88  SSCCBC-IS-PRICE                     VALUE 'PRC'.
               88  SSCCBC-IS-FREIGHT                   VALUE 'FRT'.
               88  SSCCBC-IS-TAX                       VALUE 'TAX'.
           05  SSCCBC-SUPPLIER-NBR      PIC X(06)  VALUE SPACES.
           05  SSCCBC-BULK-NBR          PIC X(08)  VALUE SPACES.
           05  SSCCBC-REFERENCE         PIC X(19)  VALUE SPACES.
           05  SSCCBC-ITEM-NBR          PIC X(19)  VALUE SPACES.
           05  SSCCBC-UNITS             PIC 9(09)  VALUE ZERO.
           05  SSCCBC-UNIT-AMOUNT       PIC 9(06)V99 VALUE ZERO.
      *        DOLLARS PER UNIT BEING CHARGED BACK.  ZERO WHEN THE
      *        SOURCE HAS NO PRICE - SSCCHGBK THEN VALUES THE UNITS
      *        AT THE LATEST '116' COST ON SSCPINV.
           05  SSCCBC-RUN-DATE          PIC X(08)  VALUE SPACES.
