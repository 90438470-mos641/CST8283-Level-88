      ******************************************************************
      * Copybook: OPERSEC.CPY
      * Purpose : Record layout of the OPERSEC operator security file,
      *           keyed on the operator ID. One record per person
      *           allowed to sign on to the interactive maintenance
      *           programs - password, name, the role that decides
      *           which menu options they are shown, the revoked
      *           switch the security administrator sets when
      *           someone leaves, and the count of failed sign-ons
      *           since the last good one. Three failures in a row
      *           lock the operator out until the administrator
      *           resets the password in LAB07-OPRMNT. Records are
      *           47 bytes.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       01  OPERATOR-SECURITY-RECORD.
           05  OS-OPERATOR-ID          PIC X(08).
           05  OS-PASSWORD             PIC X(08).
           05  OS-OPERATOR-NAME        PIC X(20).
           05  OS-ROLE                 PIC X(01).
               88  OS-ROLE-ADMIN       VALUE "A".
               88  OS-ROLE-SUPERVISOR  VALUE "S".
               88  OS-ROLE-DISPATCH    VALUE "D".
               88  OS-ROLE-VALID       VALUES "A" "S" "D".
           05  OS-REVOKED-SW           PIC X(01).
               88  OS-REVOKED          VALUE "Y".
               88  OS-NOT-REVOKED      VALUE "N".
           05  OS-FAILED-ATTEMPTS      PIC 9(01).
               88  OS-LOCKED-OUT       VALUES 3 THRU 9.
           05  OS-LAST-SIGNON-DATE     PIC 9(08).
