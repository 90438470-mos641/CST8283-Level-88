      ******************************************************************
      * Copybook: ASSETFD.CPY
      * Purpose : Record layouts of the corporate fleet asset system's
      *           weekly change feed (ASSETFD) - a header record with
      *           the asset system's extract date, one detail record
      *           per purchase, disposal, depot transfer, or type
      *           change recorded in the asset register that week,
      *           and a trailer record carrying the detail count so a
      *           truncated transfer can be caught before anything is
      *           applied to VEHMAST. All records are 32 bytes.
      *
      *           Detail actions:
      *             ADD - new vehicle; depot and type required.
      *             XFR - depot transfer; the new depot is required.
      *             RET - disposal; the vehicle is retired.
      *             TYP - type change; the new type is required.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       01  ASSET-FEED-HEADER-RECORD.
           05  AH-RECORD-TYPE          PIC X(03).
           05  AH-FEED-DATE            PIC 9(08).
           05  FILLER                  PIC X(21).

       01  ASSET-FEED-DETAIL-RECORD.
           05  AD-RECORD-TYPE          PIC X(03).
           05  AD-ACTION               PIC X(03).
               88  AD-ACTION-ADD       VALUE "ADD".
               88  AD-ACTION-TRANSFER  VALUE "XFR".
               88  AD-ACTION-RETIRE    VALUE "RET".
               88  AD-ACTION-TYPE      VALUE "TYP".
           05  AD-VEHICLE-ID           PIC X(06).
           05  AD-DEPOT                PIC X(04).
           05  AD-VEHICLE-TYPE         PIC X(04).
           05  AD-EFFECTIVE-DATE       PIC 9(08).
           05  FILLER                  PIC X(04).

       01  ASSET-FEED-TRAILER-RECORD.
           05  AT-RECORD-TYPE          PIC X(03).
           05  AT-RECORD-COUNT         PIC 9(07).
           05  FILLER                  PIC X(22).
