      ******************************************************************
      * Copybook: CONFHST.CPY
      * Purpose : Record layout of the CONFHIST permanent history of
      *           supplier-confirmed fuel deliveries. ORDCONF and
      *           FUELORD are overwritten every night, so LAB07-ORDCNF
      *           appends each order detail the supplier confirmed
      *           (from a balanced confirmation file only) - vehicle,
      *           the pre-delivery reading date, value, and band that
      *           raised the order, the depot, and the date of the
      *           confirmation file that reported it delivered. The
      *           delivered-versus-dispensed reconciliation reads it
      *           against the FARCYYYYMM refuel events. Records are
      *           37 bytes.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       01  CONF-HISTORY-RECORD.
           05  CF-VEHICLE-ID           PIC X(06).
           05  FILLER                  PIC X(01).
           05  CF-READING-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CF-FUEL-VALUE           PIC 9(03)V9(01).
           05  FILLER                  PIC X(01).
           05  CF-RATING-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  CF-DEPOT                PIC X(04).
           05  FILLER                  PIC X(01).
           05  CF-CONF-DATE            PIC 9(08).
