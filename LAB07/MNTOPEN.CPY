      ******************************************************************
      * Copybook: MNTOPEN.CPY
      * Purpose : Record layout of the MNTOPEN open maintenance work-
      *           order register. LAB07-MNTORD overwrites MNTORD every
      *           night, so this is the permanent copy of every work
      *           order actually sent to the garage - one record per
      *           MNTORD detail (vehicle, depot, flag reason, flag
      *           date) with the night it was ordered. LAB07-MNTCLS
      *           marks an entry closed when the garage's close-out
      *           return file reports the work done, keeps it one
      *           more night so a sensor flag coming straight back
      *           can be caught, then drops it. Status: O = open,
      *           C = closed by the garage. Records are 42 bytes.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       01  MAINT-OPEN-RECORD.
           05  MO-VEHICLE-ID           PIC X(06).
           05  FILLER                  PIC X(01).
           05  MO-DEPOT                PIC X(04).
           05  FILLER                  PIC X(01).
           05  MO-REASON-CODE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  MO-FLAG-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MO-ORDER-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MO-STATUS               PIC X(01).
               88  MO-OPEN             VALUE "O".
               88  MO-CLOSED           VALUE "C".
           05  FILLER                  PIC X(01).
           05  MO-CLOSE-DATE           PIC 9(08).
