      ******************************************************************
      * Copybook: CHKPSEQ.CPY
      * Purpose : One out-of-sequence reading row for LAB07-BATCH -
      *           a reading skipped as a duplicate of a vehicle/date
      *           already rated (D), a reading rated late, more than
      *           the grace days behind the business date (L), or a
      *           reading dated after the business date and held on
      *           FUELSUSP until its date arrives (H). Checkpointed to
      *           the side the same way CHKPFLG checkpoints the
      *           plausibility flags, so a run that is interrupted and
      *           resumed can rebuild the end-of-run out-of-sequence
      *           section exactly as it stood. Placement (late rows):
      *           N = newest in the history window, B = placed behind
      *           newer readings, O = older than a full window and not
      *           placed in it. Records are 27 bytes.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       01  CHECKPOINT-SEQUENCE-RECORD.
           05  CQ-EVENT-TYPE           PIC X(01).
               88  CQ-DUPLICATE        VALUE "D".
               88  CQ-LATE             VALUE "L".
               88  CQ-HELD             VALUE "H".
           05  CQ-VEHICLE-ID           PIC X(06).
           05  CQ-READING-DATE         PIC 9(08).
           05  CQ-FUEL-VALUE           PIC 9(03)V9(01).
           05  CQ-DEPOT                PIC X(04).
           05  CQ-DAYS-LATE            PIC 9(03).
           05  CQ-PLACEMENT            PIC X(01).
