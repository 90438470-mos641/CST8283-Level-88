      ******************************************************************
      * Copybook: FUELPRC.CPY
      * Purpose : One line of the FUELPRC fuel price file - the price
      *           per litre-equivalent (one unit of the refuel rise
      *           the sensor reports) charged for a depot and vehicle
      *           type from an effective date onward. A new price is
      *           added as a new line with its own effective date, so
      *           the price in force on any day of a past month can
      *           still be found when that month is costed. Depot or
      *           type "****" is the default for any depot or type
      *           that has no line of its own, in the same way the
      *           THRESHLD "****" set serves every vehicle type. The
      *           date and operator of the last change are kept on the
      *           line. LAB07-PRCMNT maintains it; the month-end
      *           LAB07-FCOST costing job reads it. Records are 43
      *           bytes.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       01  FUEL-PRICE-RECORD.
           05  FP-DEPOT                PIC X(04).
           05  FILLER                  PIC X(01).
           05  FP-VEHICLE-TYPE         PIC X(04).
           05  FILLER                  PIC X(01).
           05  FP-EFFECTIVE-DATE       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FP-UNIT-PRICE           PIC 9(02)V9(04).
           05  FILLER                  PIC X(01).
           05  FP-CHANGED-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FP-OPERATOR-ID          PIC X(08).
