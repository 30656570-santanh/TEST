      *****************************************************************
      *  SSCCBM - VENDOR DEBIT MEMO EXTRACT RECORD
      *
      *  ONE RECORD PER SUPPLIER / BULK PO / CHARGEBACK REASON,
      *  WRITTEN BY SSCCHGBK FOR ACCOUNTS PAYABLE TO LOAD AS A DEBIT
      *  MEMO AGAINST THE SUPPLIER.  THE MEMO NUMBER IS THE RUN DATE
      *  (YYMMDD) FOLLOWED BY A SEQUENCE WITHIN THE RUN, AND IS
      *  CARRIED ON EVERY SSCCBH HISTORY RECORD THE MEMO BILLED.
      *****************************************************************
       01  SSCCBM-RECORD.
           05  SSCCBM-MEMO-NBR          PIC X(10)  VALUE SPACES.
           05  SSCCBM-MEMO-DATE         PIC X(08)  VALUE SPACES.
           05  SSCCBM-SUPPLIER-NBR      PIC X(06)  VALUE SPACES.
           05  SSCCBM-SUPPLIER-NAME     PIC X(30)  VALUE SPACES.
           05  SSCCBM-BULK-NBR          PIC X(08)  VALUE SPACES.
           05  SSCCBM-REASON-CD         PIC X(03)  VALUE SPACES.
           05  SSCCBM-REASON-DESC       PIC X(20)  VALUE SPACES.
           05  SSCCBM-LINE-COUNT        PIC 9(05)  VALUE ZERO.
           05  SSCCBM-UNITS             PIC 9(09)  VALUE ZERO.
           05  SSCCBM-AMOUNT            PIC 9(09)V99 VALUE ZERO.
