      ******************************************************************
      * Copybook: ASSETRG.CPY
      * Purpose : Record layouts of the corporate fleet asset system's
      *           full register extract (ASSETREG), sent with the
      *           weekly change feed - a header record with the
      *           extract date, one detail record for every vehicle
      *           the asset register holds (vehicle ID, depot, type,
      *           and in-service/retired status, coded the same way
      *           as VM-STATUS on VEHMAST), and a trailer record
      *           carrying the detail count. All records are 32 bytes.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       01  ASSET-REG-HEADER-RECORD.
           05  RH-RECORD-TYPE          PIC X(03).
           05  RH-EXTRACT-DATE         PIC 9(08).
           05  FILLER                  PIC X(21).

       01  ASSET-REG-DETAIL-RECORD.
           05  RG-RECORD-TYPE          PIC X(03).
           05  RG-VEHICLE-ID           PIC X(06).
           05  RG-DEPOT                PIC X(04).
           05  RG-VEHICLE-TYPE         PIC X(04).
           05  RG-STATUS               PIC X(01).
               88  RG-IN-SERVICE       VALUE "A".
               88  RG-RETIRED          VALUE "R".
           05  FILLER                  PIC X(14).

       01  ASSET-REG-TRAILER-RECORD.
           05  RT-RECORD-TYPE          PIC X(03).
           05  RT-RECORD-COUNT         PIC 9(07).
           05  FILLER                  PIC X(22).
