      *****************************************************************
      *  SSCAUTRN - OPERATOR AUTHORIZATION MAINTENANCE TRANSACTION
      *             RECORD, INPUT TO SSCAUMNT
      *
      *  GRANT-USER-ID IS THE USER ID BEING GRANTED OR REVOKED;
      *  USER-ID IS THE OPERATOR KEYING THE MAINTENANCE, WHO MUST
      *  THEMSELVES BE AUTHORIZED ON SSCOPAU FOR SSCAUMNT.
      *****************************************************************
       01  SSCAUTRN-RECORD.
           05  SSCAUTRN-ACTION-CODE          PIC X(01).
               88  SSCAUTRN-ADD                          VALUE 'A'.
               88  SSCAUTRN-CHANGE                       VALUE 'C'.
               88  SSCAUTRN-DELETE                       VALUE 'D'.
           05  SSCAUTRN-GRANT-USER-ID        PIC X(08).
           05  SSCAUTRN-PROGRAM-ID           PIC X(08).
           05  SSCAUTRN-GRANT-ACTION         PIC X(01).
      *        ACTION CODE OF THE PROGRAM'S OWN TRANSACTION, OR '*'
           05  SSCAUTRN-APPROVER-SW          PIC X(01).
           05  SSCAUTRN-ACTIVE-SW            PIC X(01).
           05  SSCAUTRN-USER-ID              PIC X(08).
