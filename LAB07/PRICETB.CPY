      ******************************************************************
      * Copybook: PRICETB.CPY
      * Purpose : In-memory table of the FUELPRC fuel price lines and
      *           the work fields of the price-in-force lookup, for the
      *           shared paragraphs in PRCLOOK.CPY. The table is held
      *           in depot, vehicle type, effective date order, so the
      *           "****" default lines come ahead of the named depots
      *           and types and each depot/type's prices run oldest
      *           first.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      *   2026-10-15 MAA   WS-PRICE-OVERFLOW counts the FUELPRC lines a
      *                    load could not fit in the table.
      ******************************************************************
       01  PRICE-TABLE.
           05  WS-PRICE-MAX            PIC 9(04) COMP VALUE 1000.
           05  WS-PRICE-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-PRICE-OVERFLOW       PIC 9(05) COMP VALUE ZERO.
           05  WP-PRICE-ENTRY          OCCURS 1000 TIMES
                                        INDEXED BY PR-IDX.
               10  WP-PRICE-KEY.
                   15  WP-DEPOT        PIC X(04).
                   15  WP-VEHICLE-TYPE PIC X(04).
                   15  WP-EFFECTIVE-DATE PIC 9(08).
               10  WP-UNIT-PRICE       PIC 9(02)V9(04).
               10  WP-CHANGED-DATE     PIC 9(08).
               10  WP-OPERATOR-ID      PIC X(08).

       01  PRICE-TABLE-WORK-FIELDS.
           05  WS-NEW-PRICE-KEY.
               10  WS-NEW-PRICE-DEPOT  PIC X(04) VALUE SPACES.
               10  WS-NEW-PRICE-TYPE   PIC X(04) VALUE SPACES.
               10  WS-NEW-PRICE-DATE   PIC 9(08) VALUE ZERO.
           05  WS-PRICE-INSERT-AT      PIC 9(04) COMP VALUE ZERO.
           05  WS-PRICE-SUB            PIC 9(04) COMP VALUE ZERO.
           05  WS-PRICE-PLACE-SW       PIC X(01) VALUE SPACES.
               88  PRICE-ADDED         VALUE "A".
               88  PRICE-REPLACED      VALUE "R".
               88  PRICE-TABLE-FULL    VALUE "F".
           05  WS-OLD-UNIT-PRICE       PIC 9(02)V9(04) VALUE ZERO.

       01  PRICE-LOOKUP-FIELDS.
           05  WS-DEFAULT-PRICE-KEY    PIC X(04) VALUE "****".
           05  WS-WANTED-PRICE-DEPOT   PIC X(04) VALUE SPACES.
           05  WS-WANTED-PRICE-TYPE    PIC X(04) VALUE SPACES.
           05  WS-WANTED-PRICE-DATE    PIC 9(08) VALUE ZERO.
           05  WS-TRY-PRICE-DEPOT      PIC X(04) VALUE SPACES.
           05  WS-TRY-PRICE-TYPE       PIC X(04) VALUE SPACES.
           05  WS-PRICE-FOUND-IDX      PIC 9(04) COMP VALUE ZERO.
           05  WS-PRICE-FOUND-SW       PIC X(01) VALUE "N".
               88  PRICE-FOUND         VALUE "Y".
           05  WS-PRICE-IN-FORCE       PIC 9(02)V9(04) VALUE ZERO.
