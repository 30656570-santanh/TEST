      *****************************************************************
      *  SSCOPAU - OPERATOR AUTHORIZATION MASTER
      *
      *  KEYED BY USER-ID/PROGRAM-ID/ACTION-CODE.  ONE RECORD GRANTS
      *  ONE USER ID THE RIGHT TO RUN ONE CORRECTION ACTION OF ONE
      *  MAINTENANCE PROGRAM - AN ACTION CODE OF '*' GRANTS EVERY
      *  ACTION OF THAT PROGRAM.  THE APPROVER SWITCH FURTHER ALLOWS
      *  THE USER TO SUPPLY THE SECOND, APPROVING TRANSACTION ON A
      *  DUAL-CONTROL ACTION.  MAINTAINED BY SSCAUMNT FROM SSCAUTRN
      *  TRANSACTIONS (THE SSCXWMNT/SSCLOCX PATTERN) AND CHECKED BY
      *  SSCAUTCK ON BEHALF OF EVERY CORRECTION PROGRAM.
      *****************************************************************
       01  SSCOPAU-RECORD.
           05  SSCOPAU-KEY.
               10  SSCOPAU-USER-ID       PIC X(08).
               10  SSCOPAU-PROGRAM-ID    PIC X(08).
               10  SSCOPAU-ACTION-CODE   PIC X(01).
                   88  SSCOPAU-ALL-ACTIONS            VALUE '*'.
           05  SSCOPAU-APPROVER-SW       PIC X(01)  VALUE 'N'.
               88  SSCOPAU-CAN-APPROVE                VALUE 'Y'.
           05  SSCOPAU-ACTIVE-SW         PIC X(01)  VALUE 'Y'.
               88  SSCOPAU-IS-ACTIVE                  VALUE 'Y'.
               88  SSCOPAU-IS-INACTIVE                VALUE 'N'.
           05  SSCOPAU-GRANT-DATE        PIC X(08)  VALUE SPACES.
           05  SSCOPAU-LAST-MAINT-DATE   PIC X(08)  VALUE SPACES.
           05  SSCOPAU-LAST-MAINT-USER   PIC X(08)  VALUE SPACES.
