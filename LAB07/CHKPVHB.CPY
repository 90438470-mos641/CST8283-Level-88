      ******************************************************************
      * Copybook: CHKPVHB.CPY
      * Purpose : One VEHHIST before-image, journalled by LAB07-BATCH
      *           just ahead of each history rewrite (or add) since the
      *           last checkpoint. A restarted run puts back every image
      *           stamped with a checkpoint number later than the one
      *           CHKPOINT holds - rewriting an updated record as it
      *           was, deleting a record the interrupted run added - so
      *           no vehicle's seven-entry window is rolled twice when
      *           the readings after the checkpoint are rated again.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       01  CHECKPOINT-HISTORY-RECORD.
           05  CV-CHECKPOINT-NO        PIC 9(07).
           05  CV-ACTION               PIC X(01).
               88  CV-HISTORY-UPDATED  VALUE "U".
               88  CV-HISTORY-ADDED    VALUE "N".
           05  CV-HISTORY-IMAGE        PIC X(106).
