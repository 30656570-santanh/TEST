      *****************************************************************
      *  SSCDCPN - DUAL-CONTROL PENDING REQUEST FILE
      *
      *  KEYED BY PROGRAM-ID/ACTION-CODE/REQUEST-KEY.  WHEN A HIGH-
      *  RISK CORRECTION IS FIRST KEYED, SSCAUTCK RECORDS IT HERE
      *  INSTEAD OF LETTING IT APPLY.  IT APPLIES ONLY WHEN A SECOND,
      *  DIFFERENT OPERATOR HOLDING APPROVER AUTHORITY KEYS THE SAME
      *  TRANSACTION (SAME KEY, SAME REQUEST DATA) IN A LATER OR THE
      *  SAME RUN; THE ENTRY IS THEN DELETED.  AN ENTRY OLDER THAN
      *  THE SSCAUTCK EXPIRY WINDOW CANNOT BE APPROVED.
      *****************************************************************
       01  SSCDCPN-RECORD.
           05  SSCDCPN-KEY.
               10  SSCDCPN-PROGRAM-ID    PIC X(08).
               10  SSCDCPN-ACTION-CODE   PIC X(01).
               10  SSCDCPN-REQUEST-KEY   PIC X(40).
      *            BUSINESS KEY OF THE RECORD BEING CORRECTED
           05  SSCDCPN-REQUEST-DATA      PIC X(40)  VALUE SPACES.
      *        THE CORRECTION ITSELF - THE APPROVER MUST MATCH IT
           05  SSCDCPN-REQUESTED-BY      PIC X(08)  VALUE SPACES.
           05  SSCDCPN-REQUEST-DATE      PIC X(08)  VALUE SPACES.
           05  SSCDCPN-REQUEST-TIME      PIC X(06)  VALUE SPACES.
