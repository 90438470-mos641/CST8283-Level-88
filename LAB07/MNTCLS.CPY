      ******************************************************************
      * Copybook: MNTCLS.CPY
      * Purpose : Record layouts of the garage's daily work-order
      *           close-out return file (MNTCLOSE) - the answer to
      *           our MNTORD extract. A header record with the
      *           garage's run date, one detail record per work order
      *           the garage finished (the vehicle, depot, reason
      *           code, and flag date echoed from our MNTORD detail,
      *           plus the date the work was closed), and a trailer
      *           record carrying the detail count and a hash total
      *           of the flag dates, built the same way as the MNTORD
      *           trailer so the two sides balance alike. All records
      *           are 32 bytes.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       01  MAINT-CLOSE-HEADER-RECORD.
           05  CH-RECORD-TYPE          PIC X(03).
           05  CH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(21).

       01  MAINT-CLOSE-DETAIL-RECORD.
           05  CD-RECORD-TYPE          PIC X(03).
           05  CD-VEHICLE-ID           PIC X(06).
           05  CD-DEPOT                PIC X(04).
           05  CD-REASON-CODE          PIC X(01).
           05  CD-FLAG-DATE            PIC 9(08).
           05  CD-CLOSE-DATE           PIC 9(08).
           05  FILLER                  PIC X(02).

       01  MAINT-CLOSE-TRAILER-RECORD.
           05  CT-RECORD-TYPE          PIC X(03).
           05  CT-RECORD-COUNT         PIC 9(07).
           05  CT-HASH-TOTAL           PIC 9(13).
           05  FILLER                  PIC X(09).
