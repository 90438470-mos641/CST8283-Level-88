      ******************************************************************
      * Copybook: PRCLOOK.CPY
      * Purpose : Shared PROCEDURE DIVISION paragraphs that load the
      *           FUELPRC fuel price file into PRICE-TABLE, place one
      *           price line in the table, and find the price in force
      *           for a depot, vehicle type, and date. COPYed into the
      *           PROCEDURE DIVISION of the price maintenance screen
      *           and of the month-end costing job, so the screen
      *           always shows the price the costing will charge.
      *
      *           Requires the calling program to also COPY PRICETB
      *           into WORKING-STORAGE, and to SELECT FUEL-PRICE-FILE
      *           (COPY FUELPRC) with WS-PRICE-STATUS and its 88s
      *           PRICE-FILE-EOF and PRICE-FILE-MISSING.
      *
      *           To price: MOVE the depot, the vehicle's master type,
      *           and the date TO WS-WANTED-PRICE-DEPOT, -TYPE, and
      *           -DATE, then PERFORM 5800-FIND-PRICE-IN-FORCE THRU
      *           5800-EXIT. The latest line effective on or before
      *           the date is taken from the most specific key that
      *           has one - the depot and type, then the depot with
      *           type "****", then depot "****" with the type, then
      *           "****" for both. PRICE-FOUND says whether any line
      *           applied; WS-PRICE-IN-FORCE and WS-PRICE-FOUND-IDX
      *           give the price and the line it came from.
      *
      *           A FUELPRC line that does not fit in the table is
      *           counted in WS-PRICE-OVERFLOW by 5700-LOAD-PRICES. The
      *           table is then incomplete - a caller must neither cost
      *           from it nor save it back over FUELPRC.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      *   2026-10-15 MAA   Count the lines the load could not place.
      ******************************************************************
       5700-LOAD-PRICES.
           MOVE ZERO TO WS-PRICE-COUNT WS-PRICE-OVERFLOW.
           OPEN INPUT FUEL-PRICE-FILE.
           IF PRICE-FILE-MISSING
               GO TO 5700-EXIT.
           PERFORM 5710-READ-PRICE THRU 5710-EXIT.
           PERFORM 5705-LOAD-ONE-PRICE THRU 5705-EXIT
               UNTIL PRICE-FILE-EOF.
           CLOSE FUEL-PRICE-FILE.
       5700-EXIT.
           EXIT.
      *
       5705-LOAD-ONE-PRICE.
           PERFORM 5720-PLACE-PRICE THRU 5720-EXIT.
           IF PRICE-TABLE-FULL
               ADD 1 TO WS-PRICE-OVERFLOW.
           PERFORM 5710-READ-PRICE THRU 5710-EXIT.
       5705-EXIT.
           EXIT.
      *
       5710-READ-PRICE.
           READ FUEL-PRICE-FILE
               AT END SET PRICE-FILE-EOF TO TRUE.
       5710-EXIT.
           EXIT.
      *
       5720-PLACE-PRICE.
           MOVE FP-DEPOT TO WS-NEW-PRICE-DEPOT.
           MOVE FP-VEHICLE-TYPE TO WS-NEW-PRICE-TYPE.
           MOVE FP-EFFECTIVE-DATE TO WS-NEW-PRICE-DATE.
           MOVE ZERO TO WS-PRICE-INSERT-AT WS-OLD-UNIT-PRICE.
           PERFORM 5730-FIND-PLACE THRU 5730-EXIT
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > WS-PRICE-COUNT
                  OR WS-PRICE-INSERT-AT NOT = ZERO.

           IF WS-PRICE-INSERT-AT NOT = ZERO
               IF WP-PRICE-KEY (WS-PRICE-INSERT-AT) = WS-NEW-PRICE-KEY
                   SET PRICE-REPLACED TO TRUE
                   MOVE WP-UNIT-PRICE (WS-PRICE-INSERT-AT)
                       TO WS-OLD-UNIT-PRICE
                   GO TO 5720-MOVE-FIELDS.

           IF WS-PRICE-COUNT NOT < WS-PRICE-MAX
               SET PRICE-TABLE-FULL TO TRUE
               GO TO 5720-EXIT.
           SET PRICE-ADDED TO TRUE.
           IF WS-PRICE-INSERT-AT = ZERO
               COMPUTE WS-PRICE-INSERT-AT = WS-PRICE-COUNT + 1
           ELSE
               PERFORM 5740-SHIFT-ONE-DOWN THRU 5740-EXIT
                   VARYING WS-PRICE-SUB FROM WS-PRICE-COUNT BY -1
                   UNTIL WS-PRICE-SUB < WS-PRICE-INSERT-AT.
           ADD 1 TO WS-PRICE-COUNT.
       5720-MOVE-FIELDS.
           MOVE WS-NEW-PRICE-KEY TO WP-PRICE-KEY (WS-PRICE-INSERT-AT).
           MOVE FP-UNIT-PRICE TO WP-UNIT-PRICE (WS-PRICE-INSERT-AT).
           MOVE FP-CHANGED-DATE
               TO WP-CHANGED-DATE (WS-PRICE-INSERT-AT).
           MOVE FP-OPERATOR-ID TO WP-OPERATOR-ID (WS-PRICE-INSERT-AT).
       5720-EXIT.
           EXIT.
      *
       5730-FIND-PLACE.
           IF WP-PRICE-KEY (PR-IDX) NOT < WS-NEW-PRICE-KEY
               SET WS-PRICE-INSERT-AT TO PR-IDX.
       5730-EXIT.
           EXIT.
      *
       5740-SHIFT-ONE-DOWN.
           MOVE WP-PRICE-ENTRY (WS-PRICE-SUB)
               TO WP-PRICE-ENTRY (WS-PRICE-SUB + 1).
       5740-EXIT.
           EXIT.
      *
       5800-FIND-PRICE-IN-FORCE.
           MOVE "N" TO WS-PRICE-FOUND-SW.
           MOVE ZERO TO WS-PRICE-FOUND-IDX WS-PRICE-IN-FORCE.

           MOVE WS-WANTED-PRICE-DEPOT TO WS-TRY-PRICE-DEPOT.
           MOVE WS-WANTED-PRICE-TYPE TO WS-TRY-PRICE-TYPE.
           PERFORM 5810-TRY-ONE-KEY THRU 5810-EXIT.
           IF PRICE-FOUND
               GO TO 5800-EXIT.

           MOVE WS-DEFAULT-PRICE-KEY TO WS-TRY-PRICE-TYPE.
           PERFORM 5810-TRY-ONE-KEY THRU 5810-EXIT.
           IF PRICE-FOUND
               GO TO 5800-EXIT.

           MOVE WS-DEFAULT-PRICE-KEY TO WS-TRY-PRICE-DEPOT.
           MOVE WS-WANTED-PRICE-TYPE TO WS-TRY-PRICE-TYPE.
           PERFORM 5810-TRY-ONE-KEY THRU 5810-EXIT.
           IF PRICE-FOUND
               GO TO 5800-EXIT.

           MOVE WS-DEFAULT-PRICE-KEY TO WS-TRY-PRICE-TYPE.
           PERFORM 5810-TRY-ONE-KEY THRU 5810-EXIT.
       5800-EXIT.
           EXIT.
      *
       5810-TRY-ONE-KEY.
           PERFORM 5815-CHECK-ONE-PRICE THRU 5815-EXIT
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > WS-PRICE-COUNT.
           IF WS-PRICE-FOUND-IDX NOT = ZERO
               SET PRICE-FOUND TO TRUE
               MOVE WP-UNIT-PRICE (WS-PRICE-FOUND-IDX)
                   TO WS-PRICE-IN-FORCE.
       5810-EXIT.
           EXIT.
      *
       5815-CHECK-ONE-PRICE.
           IF WP-DEPOT (PR-IDX) NOT = WS-TRY-PRICE-DEPOT
                   OR WP-VEHICLE-TYPE (PR-IDX) NOT = WS-TRY-PRICE-TYPE
                   OR WP-EFFECTIVE-DATE (PR-IDX) > WS-WANTED-PRICE-DATE
               GO TO 5815-EXIT.
           IF WS-PRICE-FOUND-IDX NOT = ZERO
               IF WP-EFFECTIVE-DATE (PR-IDX) NOT >
                       WP-EFFECTIVE-DATE (WS-PRICE-FOUND-IDX)
                   GO TO 5815-EXIT.
           SET WS-PRICE-FOUND-IDX TO PR-IDX.
       5815-EXIT.
           EXIT.
