      ******************************************************************
      * Copybook: VMCHGLOG.CPY
      * Purpose : Record layout of the VEHMLOG vehicle master change
      *           log - one line appended for every add, retirement,
      *           depot move, or type change made to VEHMAST, with
      *           the date and time, the operator ID that made it,
      *           and the before and after depot, type, and status,
      *           so an auditor can trace every master change to a
      *           person. An added vehicle has blank before fields.
      *           Changes applied by a batch job rather than at the
      *           terminal carry the job's name as the operator ID
      *           (ASTSYN for the weekly asset register sync).
      *           Records are 64 bytes.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      *   2026-10-15 MAA   Changes applied by LAB07-ASTSYN logged
      *                    under the job name.
      ******************************************************************
       01  VEHMAST-CHANGE-RECORD.
           05  VC-CHANGE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  VC-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  VC-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  VC-VEHICLE-ID           PIC X(06).
           05  FILLER                  PIC X(01).
           05  VC-ACTION               PIC X(06).
               88  VC-ACTION-ADD       VALUE "ADD   ".
               88  VC-ACTION-RETIRE    VALUE "RETIRE".
               88  VC-ACTION-DEPOT     VALUE "DEPOT ".
               88  VC-ACTION-TYPE      VALUE "TYPE  ".
           05  FILLER                  PIC X(01).
           05  VC-OLD-DEPOT            PIC X(04).
           05  FILLER                  PIC X(01).
           05  VC-NEW-DEPOT            PIC X(04).
           05  FILLER                  PIC X(01).
           05  VC-OLD-TYPE             PIC X(04).
           05  FILLER                  PIC X(01).
           05  VC-NEW-TYPE             PIC X(04).
           05  FILLER                  PIC X(01).
           05  VC-OLD-STATUS           PIC X(01).
           05  FILLER                  PIC X(01).
           05  VC-NEW-STATUS           PIC X(01).
