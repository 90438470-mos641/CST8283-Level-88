      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-08-09 MAA   Original.
      *   2026-10-15 MAA   Checkpoint number and flag-row count added.
      *                    LAB07-BATCH now checkpoints at a vehicle
      *                    break every CHKPFREQ readings instead of
      *                    after every reading, and on a restart uses
      *                    these to back out whatever was written
      *                    after the last checkpoint - the CHKPVHB
      *                    history images stamped past CP-CHECKPOINT-NO
      *                    are put back, and FUELOUT, AUDITLOG and the
      *                    side files are cut back to these counts.
      *   2026-10-15 MAA   Duplicate, late and held reading counts
      *                    added. Duplicates and held readings are
      *                    audited but not rated, so AUDITLOG is cut
      *                    back to rated + duplicate + held lines and
      *                    CHKPSEQ to the sum of all three counts.
      ******************************************************************
       01  CHECKPOINT-RECORD.
           05  CP-RECORDS-READ         PIC 9(07).
           05  CP-COUNT-P1             PIC 9(07).
           05  CP-COUNT-P2             PIC 9(07).
           05  CP-COUNT-EXCEPTION      PIC 9(07).
           05  CP-CHECKPOINT-NO        PIC 9(07).
           05  CP-FLAG-COUNT           PIC 9(07).
           05  CP-COUNT-DUPLICATE      PIC 9(07).
           05  CP-COUNT-LATE           PIC 9(07).
           05  CP-COUNT-HELD           PIC 9(07).
