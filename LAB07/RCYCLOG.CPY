      ******************************************************************
      * Copybook: RCYCLOG.CPY
      * Purpose : Record layout of the RECYCLOG recycle action log.
      *           LAB07-RECYCL appends one line at exit for every
      *           FUELREJ reject it released (corrected and rated)
      *           or abandoned in the session - the reading as it
      *           stood, the reason code it was last rejected under,
      *           the action, the date, and the signed-on operator.
      *           The nightly data-quality job LAB07-DQNITE counts
      *           the lines by depot into its record for the night
      *           and then empties the log, so each action is
      *           counted once. Action: R = released, A = abandoned.
      *           Records are 38 bytes.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       01  RECYCLE-LOG-RECORD.
           05  RL-VEHICLE-ID           PIC X(06).
           05  FILLER                  PIC X(01).
           05  RL-READING-DATE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  RL-REASON-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  RL-ACTION               PIC X(01).
               88  RL-RELEASED         VALUE "R".
               88  RL-ABANDONED        VALUE "A".
           05  FILLER                  PIC X(01).
           05  RL-ACTION-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RL-OPERATOR-ID          PIC X(08).
