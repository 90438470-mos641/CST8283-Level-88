      ******************************************************************
      * Copybook: SIGNFLDS.CPY
      * Purpose : WORKING-STORAGE fields for the operator sign-on
      *           paragraphs in SIGNON.CPY - the OPERSEC file status,
      *           the keyed-in ID and password, the try counter, and
      *           the signed-on operator's ID and role with the
      *           level-88 conditions each program's menu tests to
      *           decide which options to show.
      *
      *           SIGNON-CAN-UPDATE is every role allowed to change
      *           a master or a threshold (supervisor and security
      *           administrator); dispatch can view and inquire only.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       01  OPERSEC-FILE-SWITCHES.
           05  WS-OPERSEC-STATUS       PIC X(02) VALUE SPACES.
               88  OPERSEC-OK          VALUE "00".
               88  OPERSEC-NOT-FOUND   VALUE "23".
               88  OPERSEC-FILE-MISSING VALUE "35".

       01  SIGNON-WORK-FIELDS.
           05  WS-SIGNON-ID-IN         PIC X(08) VALUE SPACES.
           05  WS-SIGNON-PASSWORD-IN   PIC X(08) VALUE SPACES.
           05  WS-SIGNON-TRIES         PIC 9(01) COMP VALUE ZERO.
           05  WS-SIGNON-MAX-TRIES     PIC 9(01) COMP VALUE 3.
           05  WS-SIGNON-TODAY         PIC 9(08) VALUE ZERO.
           05  WS-SIGNON-SW            PIC X(01) VALUE "N".
               88  OPERATOR-SIGNED-ON  VALUE "Y".
           05  WS-SIGNON-ENDED-SW      PIC X(01) VALUE "N".
               88  SIGNON-ENDED        VALUE "Y".
           05  WS-SIGNON-OPERATOR-ID   PIC X(08) VALUE SPACES.
           05  WS-SIGNON-ROLE          PIC X(01) VALUE SPACES.
               88  SIGNON-ROLE-ADMIN   VALUE "A".
               88  SIGNON-ROLE-SUPERVISOR VALUE "S".
               88  SIGNON-ROLE-DISPATCH VALUE "D".
               88  SIGNON-CAN-UPDATE   VALUES "A" "S".
