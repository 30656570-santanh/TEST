      *****************************************************************
      *  SSCAULG - OPERATOR AUTHORIZATION AND DUAL-CONTROL LOG
      *
      *  ONE RECORD FOR EVERY TRANSACTION REFUSED FOR WANT OF
      *  AUTHORITY, EVERY DUAL-CONTROL REQUEST HELD, APPROVED OR
      *  REFUSED (WRITTEN BY SSCAUTCK) AND EVERY CHANGE TO THE
      *  SSCOPAU AUTHORIZATION MASTER ITSELF (WRITTEN BY SSCAUMNT).
      *  THE FILE IS EXTENDED RUN OVER RUN SO IT IS A PERMANENT
      *  AUDIT TRAIL - THE SAME DISCIPLINE AS SSCOAUD AND SSCSAUD.
      *****************************************************************
       01  SSCAULG-RECORD.
           05  SSCAULG-LOG-DATE              PIC X(08)  VALUE SPACES.
           05  SSCAULG-LOG-TIME              PIC X(06)  VALUE SPACES.
           05  SSCAULG-PROGRAM-ID            PIC X(08)  VALUE SPACES.
           05  SSCAULG-ACTION-CODE           PIC X(01)  VALUE SPACES.
           05  SSCAULG-USER-ID               PIC X(08)  VALUE SPACES.
           05  SSCAULG-EVENT-CODE            PIC X(01)  VALUE SPACES.
               88  SSCAULG-UNAUTHORIZED                  VALUE 'U'.
               88  SSCAULG-HELD-PENDING                  VALUE 'P'.
               88  SSCAULG-APPROVED                      VALUE 'A'.
               88  SSCAULG-SAME-USER                     VALUE 'S'.
               88  SSCAULG-NOT-APPROVER                  VALUE 'N'.
               88  SSCAULG-MISMATCH-REPLACED             VALUE 'M'.
               88  SSCAULG-EXPIRED-REPLACED              VALUE 'X'.
               88  SSCAULG-GRANT-ADDED                   VALUE 'G'.
               88  SSCAULG-GRANT-CHANGED                 VALUE 'C'.
               88  SSCAULG-GRANT-REVOKED                 VALUE 'R'.
           05  SSCAULG-OTHER-USER-ID         PIC X(08)  VALUE SPACES.
      *        ON 'A' THE REQUESTING USER; ON S/N/M/X THE USER WHOSE
      *        REQUEST IS PENDING; ON G/C/R THE GRANTEE
           05  SSCAULG-REQUEST-KEY           PIC X(40)  VALUE SPACES.
           05  SSCAULG-REQUEST-DATA          PIC X(40)  VALUE SPACES.
