000160*   DATE       BY    DESCRIPTION
000170*   ---------- ----- ----------------------------------------
000180*   2026-08-23 MAA   Original.
000181*   2026-10-15 MAA   Operator sign-on against OPERSEC before the
000182*                    menu, three strikes and locked out; add,
000183*                    retire, and depot move are shown only to
000184*                    roles that may change the master (dispatch
000185*                    can view), and every change is logged with
000186*                    the operator ID to the new VEHMLOG change
000187*                    log.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS VM-VEHICLE-ID
000380         FILE STATUS IS WS-VEHMAST-STATUS.
000381
000382     SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
000383         ORGANIZATION IS INDEXED
000384         ACCESS MODE IS DYNAMIC
000385         RECORD KEY IS OS-OPERATOR-ID
000386         FILE STATUS IS WS-OPERSEC-STATUS.
000387
000388     SELECT VEHMAST-CHANGE-LOG ASSIGN TO "VEHMLOG"
000389         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-VEHMLOG-STATUS.
000391 DATA DIVISION.
000400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000410 FILE SECTION.
000420*-----------------------
000430 FD  VEHICLE-MASTER-FILE
000440     RECORD CONTAINS 15 CHARACTERS.
000450     COPY VEHMAST.
000451
000452 FD  OPERATOR-SECURITY-FILE
000453     RECORD CONTAINS 47 CHARACTERS.
000454     COPY OPERSEC.
000455
000456 FD  VEHMAST-CHANGE-LOG
000457     RECORD CONTAINS 64 CHARACTERS.
000458 01  VEHMAST-CHANGE-LINE        PIC X(64).
000460*-----------------------
000470 WORKING-STORAGE SECTION.
000480*-----------------------
000520         88  VEHMAST-DUPLICATE   VALUE "22".
000530         88  VEHMAST-NOT-FOUND   VALUE "23".
000540         88  VEHMAST-FILE-MISSING VALUE "35".
000541
000542     COPY SIGNFLDS.
000543
000544 01  VEHMLOG-SWITCHES.
000545     05  WS-VEHMLOG-STATUS       PIC X(02) VALUE SPACES.
000546         88  VEHMLOG-FILE-OK     VALUE "00".
000547         88  VEHMLOG-FILE-MISSING VALUE "35".
000548
000549     COPY VMCHGLOG.
000550
000560 01  MENU-WORK-FIELDS.
000570     05  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000660 PROCEDURE DIVISION.
000670*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000680 MAIN-PROCEDURE.
000682     PERFORM 8800-SIGN-ON-OPERATOR THRU 8800-EXIT.
000684     IF NOT OPERATOR-SIGNED-ON
000686         DISPLAY "LAB07-VMAINT - NOT SIGNED ON - NO ACCESS."
000688         STOP RUN.
000690     PERFORM 1000-OPEN-MASTER-FILE THRU 1000-EXIT.
000700
000710     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
000910*
000920******************************************************************
000930* 2000-MENU-LOOP - OFFER ONE PASS OF THE MAINTENANCE MENU AND
000935*                  CARRY OUT WHICHEVER ACTION WAS CHOSEN. THE
000940*                  OPTIONS THAT CHANGE THE MASTER ARE OFFERED
000945*                  ONLY TO A ROLE ALLOWED TO MAKE THEM.
000950******************************************************************
000960 2000-MENU-LOOP.
000970     DISPLAY " ".
000980     DISPLAY "FLEET VEHICLE MASTER - MAINTENANCE MENU".
000990     IF SIGNON-CAN-UPDATE
000997         DISPLAY "  1. ADD A VEHICLE"
001004         DISPLAY "  2. RETIRE A VEHICLE"
001011         DISPLAY "  3. CHANGE A VEHICLE'S DEPOT".
001020     DISPLAY "  4. VIEW A VEHICLE".
001030     DISPLAY "  5. EXIT".
001040     DISPLAY "ENTER CHOICE (1-5): ".
001050     ACCEPT WS-MENU-CHOICE.
001051     IF NOT SIGNON-CAN-UPDATE
001052             AND (WS-MENU-CHOICE = "1" OR "2" OR "3")
001053         DISPLAY "OPTION " WS-MENU-CHOICE
001054             " IS NOT OPEN TO YOUR ROLE."
001055         GO TO 2000-EXIT.
001060
001070     EVALUATE WS-MENU-CHOICE
001080         WHEN "1"
001470                 " IS ALREADY ON THE MASTER."
001480         NOT INVALID KEY
001490             DISPLAY "VEHICLE " VM-VEHICLE-ID " ADDED, DEPOT "
001494                 VM-DEPOT ", IN SERVICE."
001498             MOVE SPACES TO VEHMAST-CHANGE-RECORD
001502             SET VC-ACTION-ADD TO TRUE
001506             PERFORM 3200-WRITE-CHANGE-LOG THRU 3200-EXIT.
001510 2100-EXIT.
001520     EXIT.
001530*
001730         DISPLAY "VEHICLE " VM-VEHICLE-ID " IS ALREADY RETIRED."
001740         GO TO 2200-EXIT.
001750
001760     PERFORM 3100-SAVE-BEFORE-IMAGE THRU 3100-EXIT.
001765     SET VM-RETIRED TO TRUE.
001770     REWRITE VEHICLE-MASTER-RECORD.
001775     SET VC-ACTION-RETIRE TO TRUE.
001780     PERFORM 3200-WRITE-CHANGE-LOG THRU 3200-EXIT.
001785     DISPLAY "VEHICLE " VM-VEHICLE-ID " RETIRED.".
001790 2200-EXIT.
001800     EXIT.
001810*
002020         DISPLAY "DEPOT UNCHANGED."
002030         GO TO 2300-EXIT.
002040
002050     PERFORM 3100-SAVE-BEFORE-IMAGE THRU 3100-EXIT.
002055     MOVE WS-WORK-DEPOT TO VM-DEPOT.
002060     REWRITE VEHICLE-MASTER-RECORD.
002065     SET VC-ACTION-DEPOT TO TRUE.
002070     PERFORM 3200-WRITE-CHANGE-LOG THRU 3200-EXIT.
002075     DISPLAY "VEHICLE " VM-VEHICLE-ID " MOVED TO DEPOT "
002080         VM-DEPOT ".".
002090 2300-EXIT.
002100     EXIT.
002490 3000-EXIT.
002500     EXIT.
002510*
002520******************************************************************
002530* 3100-SAVE-BEFORE-IMAGE - CLEAR THE CHANGE-LOG RECORD AND KEEP
002540*                          THE VEHICLE'S DEPOT, TYPE, AND STATUS
002550*                          AS THEY STOOD BEFORE THE CHANGE.
002560******************************************************************
002570 3100-SAVE-BEFORE-IMAGE.
002580     MOVE SPACES TO VEHMAST-CHANGE-RECORD.
002590     MOVE VM-DEPOT TO VC-OLD-DEPOT.
002600     MOVE VM-VEHICLE-TYPE TO VC-OLD-TYPE.
002610     MOVE VM-STATUS TO VC-OLD-STATUS.
002620 3100-EXIT.
002630     EXIT.
002640*
002650******************************************************************
002660* 3200-WRITE-CHANGE-LOG - APPEND ONE VEHMLOG LINE FOR THE CHANGE
002670*                         JUST MADE - DATE/TIME, THE SIGNED-ON
002680*                         OPERATOR, THE ACTION, AND THE BEFORE
002690*                         AND AFTER IMAGES. APPEND-ONLY, CREATED
002700*                         ON FIRST USE, THE SAME WAY LAB07-PARTA
002710*                         KEEPS THRAUDIT.
002720******************************************************************
002730 3200-WRITE-CHANGE-LOG.
002740     ACCEPT VC-CHANGE-DATE FROM DATE YYYYMMDD.
002750     ACCEPT VC-CHANGE-TIME FROM TIME.
002760     MOVE WS-SIGNON-OPERATOR-ID TO VC-OPERATOR-ID.
002770     MOVE VM-VEHICLE-ID TO VC-VEHICLE-ID.
002780     MOVE VM-DEPOT TO VC-NEW-DEPOT.
002790     MOVE VM-VEHICLE-TYPE TO VC-NEW-TYPE.
002800     MOVE VM-STATUS TO VC-NEW-STATUS.
002810     OPEN EXTEND VEHMAST-CHANGE-LOG.
002820     IF VEHMLOG-FILE-MISSING
002830         OPEN OUTPUT VEHMAST-CHANGE-LOG.
002840     WRITE VEHMAST-CHANGE-LINE FROM VEHMAST-CHANGE-RECORD.
002850     CLOSE VEHMAST-CHANGE-LOG.
002860 3200-EXIT.
002870     EXIT.
002880*
002890     COPY SIGNON.
002900 END PROGRAM LAB07-VMAINT.
