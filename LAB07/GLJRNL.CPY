      ******************************************************************
      * Copybook: GLJRNL.CPY
      * Purpose : Record layouts of the FCSTGL fuel-cost journal
      *           extract that LAB07-FCOST hands to finance's general
      *           ledger at month end - a header record with the
      *           period costed and the run date, one debit detail per
      *           depot cost centre for the fuel that depot's vehicles
      *           took, one credit detail that offsets them all, and a
      *           trailer carrying the detail count and the debit and
      *           credit totals so the ledger can check the journal
      *           balances and arrived whole. Amounts are in currency
      *           units and cents. All records are 60 bytes.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       01  JOURNAL-HEADER-RECORD.
           05  JH-RECORD-TYPE          PIC X(03).
           05  JH-PERIOD               PIC 9(06).
           05  JH-RUN-DATE             PIC 9(08).
           05  JH-SOURCE               PIC X(08).
           05  JH-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(05).

       01  JOURNAL-DETAIL-RECORD.
           05  JD-RECORD-TYPE          PIC X(03).
           05  JD-DEBIT-CREDIT         PIC X(01).
               88  JD-DEBIT            VALUE "D".
               88  JD-CREDIT           VALUE "C".
           05  JD-ACCOUNT              PIC X(08).
           05  JD-COST-CENTRE          PIC X(08).
           05  JD-AMOUNT               PIC 9(09)V9(02).
           05  JD-DEPOT                PIC X(04).
           05  JD-DESCRIPTION          PIC X(25).

       01  JOURNAL-TRAILER-RECORD.
           05  JT-RECORD-TYPE          PIC X(03).
           05  JT-RECORD-COUNT         PIC 9(07).
           05  JT-DEBIT-TOTAL          PIC 9(11)V9(02).
           05  JT-CREDIT-TOTAL         PIC 9(11)V9(02).
           05  FILLER                  PIC X(24).
