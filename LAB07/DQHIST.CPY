      ******************************************************************
      * Copybook: DQHIST.CPY
      * Purpose : Record layouts of the DQHIST permanent data-quality
      *           history. The evidence of how well each depot sends
      *           its readings is otherwise spread over files that are
      *           overwritten every night (EDITRPT, RATERPT, NIGHTFLG)
      *           or purged (FUELREJ), so the nightly LAB07-DQNITE
      *           appends, per business date:
      *             D - one depot record: readings expected (one per
      *                 in-service VEHMAST vehicle), vehicles that
      *                 reported, readings received (rated plus
      *                 rejected), vehicles missing (the RATERPT
      *                 missing-reading rule), tonight's rejects by
      *                 LAB07-EDIT reason code, readings recycled and
      *                 abandoned in LAB07-RECYCL since the last run,
      *                 and the S (swing) and U (unchanged) sensor
      *                 flags from NIGHTFLG;
      *             V - one vehicle record for each vehicle that was
      *                 missing, rejected, abandoned, or flagged, so
      *                 the month-end scorecard can name the worst
      *                 offenders.
      *           Readings whose vehicle is blank or not on VEHMAST
      *           are counted under depot "????". The month-end
      *           LAB07-DQSCOR scorecard reads it. Records are 73
      *           bytes.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       01  DQ-DEPOT-RECORD.
           05  QD-BUSINESS-DATE        PIC 9(08).
           05  QD-RECORD-TYPE          PIC X(01).
               88  QD-DEPOT-SUMMARY    VALUE "D".
               88  QD-VEHICLE-DETAIL   VALUE "V".
           05  QD-DEPOT                PIC X(04).
           05  QD-EXPECTED             PIC 9(05).
           05  QD-REPORTING            PIC 9(05).
           05  QD-RECEIVED             PIC 9(05).
           05  QD-MISSING              PIC 9(05).
           05  QD-REJ-VEHICLE-ID       PIC 9(05).
           05  QD-REJ-READING-DATE     PIC 9(05).
           05  QD-REJ-FUEL-VALUE       PIC 9(05).
           05  QD-REJ-OTHER            PIC 9(05).
           05  QD-RECYCLED             PIC 9(05).
           05  QD-ABANDONED            PIC 9(05).
           05  QD-FLAG-SWING           PIC 9(05).
           05  QD-FLAG-STUCK           PIC 9(05).

       01  DQ-VEHICLE-RECORD.
           05  QV-BUSINESS-DATE        PIC 9(08).
           05  QV-RECORD-TYPE          PIC X(01).
           05  QV-DEPOT                PIC X(04).
           05  QV-VEHICLE-ID           PIC X(06).
           05  QV-MISSING              PIC 9(01).
           05  QV-READINGS             PIC 9(03).
           05  QV-REJECTS              PIC 9(03).
           05  QV-ABANDONED            PIC 9(03).
           05  QV-FLAG-SWING           PIC 9(03).
           05  QV-FLAG-STUCK           PIC 9(03).
           05  FILLER                  PIC X(38).
