000240*                    RUNCTL record shows tonight's watchlist
000250*                    completed, so the extract can never be
000260*                    built from last night's side files.
000262*   2026-10-15 MAA   Every detail sent is also appended to the
000264*                    permanent MNTOPEN open work-order register,
000266*                    which LAB07-MNTCLS closes off against the
000268*                    garage's close-out return file.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-MNTORD-STATUS.
000570
000572     SELECT MAINT-OPEN-FILE ASSIGN TO "MNTOPEN"
000574         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS WS-MNTOPEN-STATUS.
000578
000580     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
001010     RECORD CONTAINS 32 CHARACTERS.
001020     COPY MNTREC.
001030
001032 FD  MAINT-OPEN-FILE
001034     RECORD CONTAINS 42 CHARACTERS.
001036     COPY MNTOPEN.
001038
001040 FD  VEHICLE-MASTER-FILE
001050     RECORD CONTAINS 15 CHARACTERS.
001060     COPY VEHMAST.
001330     05  WS-MNTORD-STATUS        PIC X(02) VALUE SPACES.
001340         88  MNTORD-FILE-OK      VALUE "00".
001350
001352 01  MNTOPEN-FILE-SWITCHES.
001354     05  WS-MNTOPEN-STATUS       PIC X(02) VALUE SPACES.
001356         88  MNTOPEN-FILE-OK     VALUE "00".
001358         88  MNTOPEN-FILE-MISSING VALUE "35".
001359
001360 01  VEHMAST-SWITCHES.
001370     05  WS-VEHMAST-STATUS       PIC X(02) VALUE SPACES.
001380         88  VEHMAST-OK          VALUE "00".
003550* 2000-BUILD-EXTRACT - WRITE THE MNTORD EXTRACT - HEADER, ONE
003560*                      DETAIL PER UNSUPPRESSED CANDIDATE WITH
003570*                      ITS DEPOT AND REASON, AND THE CONTROL-
003580*                      TOTAL TRAILER. MNTOPEN IS OPENED EXTEND
003582*                      (OUTPUT THE FIRST TIME) SO EVERY ORDER
003584*                      SENT JOINS THE OPEN REGISTER.
003590*-----------------------------------------------------------
003600 2000-BUILD-EXTRACT.
003610     OPEN OUTPUT MAINT-ORDER-FILE.
003612     OPEN EXTEND MAINT-OPEN-FILE.
003614     IF MNTOPEN-FILE-MISSING
003616         OPEN OUTPUT MAINT-OPEN-FILE.
003620     MOVE SPACES TO MAINT-ORDER-HEADER-RECORD.
003630     MOVE "HDR" TO MH-RECORD-TYPE.
003640     MOVE WS-RUN-TODAY TO MH-RUN-DATE.
003740     MOVE WS-ORD-HASH TO MT-HASH-TOTAL.
003750     WRITE MAINT-ORDER-TRAILER-RECORD.
003760     CLOSE MAINT-ORDER-FILE.
003765     CLOSE MAINT-OPEN-FILE.
003770 2000-EXIT.
003780     EXIT.
003790*
003820*                            ALREADY ON THE SUPPRESSION FILE
003830*                            IS SKIPPED (AND ITS SUPPRESSION
003840*                            KEPT ALIVE); ANY OTHER GETS A
003850*                            DETAIL RECORD, JOINS THE
003860*                            SUPPRESSION FILE, AND IS ENTERED
003865*                            OPEN ON THE MNTOPEN REGISTER.
003870*-----------------------------------------------------------
003880 2100-ORDER-ONE-CANDIDATE.
003890     PERFORM 2200-CHECK-SUPPRESSION THRU 2200-EXIT.
004020     WRITE MAINT-ORDER-DETAIL-RECORD.
004030     ADD 1 TO WS-ORD-COUNT.
004040     ADD WM-FLAG-DATE (WS-CAND-IDX) TO WS-ORD-HASH.
004041     MOVE SPACES TO MAINT-OPEN-RECORD.
004042     MOVE WM-VEHICLE-ID (WS-CAND-IDX) TO MO-VEHICLE-ID.
004043     MOVE WS-LOOKUP-DEPOT TO MO-DEPOT.
004044     MOVE WM-REASON-CODE (WS-CAND-IDX) TO MO-REASON-CODE.
004045     MOVE WM-FLAG-DATE (WS-CAND-IDX) TO MO-FLAG-DATE.
004046     MOVE WS-RUN-TODAY TO MO-ORDER-DATE.
004047     SET MO-OPEN TO TRUE.
004048     MOVE ZERO TO MO-CLOSE-DATE.
004049     WRITE MAINT-OPEN-RECORD.
004050 2100-EXIT.
004060     EXIT.
004070*
