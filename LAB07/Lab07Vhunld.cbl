000010******************************************************************
000020* Author......: Mostapha A
000030* Installation: Fleet Operations - Dispatch Systems
000040* Date-Written: 2026-10-15
000050* Purpose.....: Nightly dated unload of VEHHIST and VEHMAST. The
000060*               two indexed files every rating run reads and
000070*               rolls had no copy of their own - if one was
000080*               corrupted, or a bad run rolled VEHHIST wrongly,
000090*               there was nothing to go back to. Once tonight's
000100*               stream has completed (the watchlist is its last
000110*               step) this job copies every VEHHIST record to
000120*               VHULYYYYMMDD and every VEHMAST record to
000130*               VMULYYYYMMDD, named for the business date, record
000140*               for record in key order, so either file can be
000150*               reloaded as it stood that night.
000160*               LAB07-VHRBLD rebuilds VEHHIST from the FARCYYYYMM
000170*               archives when no good unload is to hand.
000180*--------------------------------------------------------------
000190* Modification History
000200*   DATE       BY    DESCRIPTION
000210*   ---------- ----- ----------------------------------------
000220*   2026-10-15 MAA   Original. Held until the stream completes,
000230*                    the same RUNCTL rule LAB07-DSPRDY follows, so
000240*                    a night's unload is never a half-rolled file.
000250*                    A rerun the same night overwrites that
000260*                    night's unloads.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 PROGRAM-ID. LAB07-VHUNLD.
000310 AUTHOR. MOSTAPHA A.
000320 INSTALLATION. FLEET OPERATIONS - DISPATCH SYSTEMS.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 CONFIGURATION SECTION.
000380*-----------------------
000390 INPUT-OUTPUT SECTION.
000400*-----------------------
000410 FILE-CONTROL.
000420     SELECT VEHICLE-HISTORY-FILE ASSIGN TO "VEHHIST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS VH-VEHICLE-ID
000460         FILE STATUS IS WS-VEHHIST-STATUS.
000470
000480     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS VM-VEHICLE-ID
000520         FILE STATUS IS WS-VEHMAST-STATUS.
000530
000540     SELECT HISTORY-UNLOAD-FILE ASSIGN TO DYNAMIC
000550         WS-HIST-UNLOAD-NAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-HISTUNL-STATUS.
000580
000590     SELECT MASTER-UNLOAD-FILE ASSIGN TO DYNAMIC
000600         WS-MAST-UNLOAD-NAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-MASTUNL-STATUS.
000630
000640     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RUNCTL-STATUS.
000670 DATA DIVISION.
000680*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000690 FILE SECTION.
000700*-----------------------
000710 FD  VEHICLE-HISTORY-FILE
000720     RECORD CONTAINS 106 CHARACTERS.
000730     COPY VEHHIST.
000740
000750 FD  VEHICLE-MASTER-FILE
000760     RECORD CONTAINS 15 CHARACTERS.
000770     COPY VEHMAST.
000780
000790 FD  HISTORY-UNLOAD-FILE
000800     RECORD CONTAINS 106 CHARACTERS.
000810 01  HISTORY-UNLOAD-LINE        PIC X(106).
000820
000830 FD  MASTER-UNLOAD-FILE
000840     RECORD CONTAINS 15 CHARACTERS.
000850 01  MASTER-UNLOAD-LINE         PIC X(15).
000860
000870 FD  RUN-CONTROL-FILE
000880     RECORD CONTAINS 11 CHARACTERS.
000890 01  RUN-CONTROL-LINE           PIC X(11).
000900*-----------------------
000910 WORKING-STORAGE SECTION.
000920*-----------------------
000930 01  VEHHIST-SWITCHES.
000940     05  WS-VEHHIST-STATUS       PIC X(02) VALUE SPACES.
000950         88  VEHHIST-OK          VALUE "00".
000960         88  VEHHIST-FILE-MISSING VALUE "35".
000970
000980 01  VEHMAST-SWITCHES.
000990     05  WS-VEHMAST-STATUS       PIC X(02) VALUE SPACES.
001000         88  VEHMAST-OK          VALUE "00".
001010         88  VEHMAST-FILE-MISSING VALUE "35".
001020
001030 01  UNLOAD-FILE-SWITCHES.
001040     05  WS-HISTUNL-STATUS       PIC X(02) VALUE SPACES.
001050         88  HISTUNL-FILE-OK     VALUE "00".
001060     05  WS-MASTUNL-STATUS       PIC X(02) VALUE SPACES.
001070         88  MASTUNL-FILE-OK     VALUE "00".
001080
001090 01  RUNCTL-SWITCHES.
001100     05  WS-RUNCTL-STATUS        PIC X(02) VALUE SPACES.
001110         88  RUNCTL-FILE-OK      VALUE "00".
001120         88  RUNCTL-FILE-EOF     VALUE "10".
001130         88  RUNCTL-FILE-MISSING VALUE "35".
001140     05  WS-RUNCTL-FOUND-SW      PIC X(01) VALUE "N".
001150         88  RUNCTL-FOUND        VALUE "Y".
001160
001170     COPY RUNCTL.
001180
001190 01  UNLOAD-NAME-FIELDS.
001200     05  WS-HIST-UNLOAD-NAME     PIC X(12) VALUE SPACES.
001210     05  WS-MAST-UNLOAD-NAME     PIC X(12) VALUE SPACES.
001220     05  WS-RUN-TODAY            PIC 9(08) VALUE ZERO.
001230     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
001240
001250 01  UNLOAD-SWITCHES.
001260     05  WS-EOF-SW               PIC X(01) VALUE "N".
001270         88  END-OF-FILE         VALUE "Y".
001280     05  WS-STREAM-SW            PIC X(01) VALUE "N".
001290         88  STREAM-NOT-COMPLETE VALUE "Y".
001300
001310 01  UNLOAD-COUNTERS.
001320     05  WS-HIST-UNLOADED        PIC 9(07) COMP VALUE ZERO.
001330     05  WS-MAST-UNLOADED        PIC 9(07) COMP VALUE ZERO.
001340*-----------------------
001350 PROCEDURE DIVISION.
001360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390
001400     IF STREAM-NOT-COMPLETE
001410         DISPLAY "LAB07-VHUNLD - TONIGHT'S STREAM HAS NOT "
001420             "COMPLETED - NOTHING UNLOADED."
001430     ELSE
001440         PERFORM 2000-UNLOAD-HISTORY THRU 2000-EXIT
001450         PERFORM 3000-UNLOAD-MASTER THRU 3000-EXIT
001460         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001470
001480     STOP RUN.
001490*
001500*-----------------------------------------------------------
001510* 1000-INITIALIZE - HOLD UNTIL TONIGHT'S STREAM HAS COMPLETED,
001520*                   THEN NAME THE TWO UNLOADS FOR ITS BUSINESS
001530*                   DATE.
001540*-----------------------------------------------------------
001550 1000-INITIALIZE.
001560     ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD.
001570     PERFORM 8000-READ-RUN-CONTROL THRU 8000-EXIT.
001580     IF NOT RUNCTL-FOUND
001590             OR RC-BUSINESS-DATE NOT = WS-RUN-TODAY
001600             OR NOT RC-WATCH-COMPLETED
001610         SET STREAM-NOT-COMPLETE TO TRUE
001620         GO TO 1000-EXIT.
001630     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE.
001640
001650     MOVE SPACES TO WS-HIST-UNLOAD-NAME WS-MAST-UNLOAD-NAME.
001660     STRING "VHUL" WS-BUSINESS-DATE
001670         DELIMITED BY SIZE INTO WS-HIST-UNLOAD-NAME.
001680     STRING "VMUL" WS-BUSINESS-DATE
001690         DELIMITED BY SIZE INTO WS-MAST-UNLOAD-NAME.
001700 1000-EXIT.
001710     EXIT.
001720*
001730*-----------------------------------------------------------
001740* 2000-UNLOAD-HISTORY - COPY EVERY VEHHIST RECORD, IN VEHICLE
001750*                       ORDER, TO TONIGHT'S VHULYYYYMMDD.
001760*-----------------------------------------------------------
001770 2000-UNLOAD-HISTORY.
001780     OPEN INPUT VEHICLE-HISTORY-FILE.
001790     IF VEHHIST-FILE-MISSING
001800         DISPLAY "LAB07-VHUNLD - NO VEHHIST ON FILE - NO HISTORY "
001810             "UNLOAD WRITTEN."
001820         GO TO 2000-EXIT.
001830
001840     OPEN OUTPUT HISTORY-UNLOAD-FILE.
001850     MOVE "N" TO WS-EOF-SW.
001860     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
001870     PERFORM 2100-UNLOAD-ONE-HISTORY THRU 2100-EXIT
001880         UNTIL END-OF-FILE.
001890     CLOSE HISTORY-UNLOAD-FILE.
001900     CLOSE VEHICLE-HISTORY-FILE.
001910 2000-EXIT.
001920     EXIT.
001930*
001940 2100-UNLOAD-ONE-HISTORY.
001950     MOVE VEHICLE-HISTORY-RECORD TO HISTORY-UNLOAD-LINE.
001960     WRITE HISTORY-UNLOAD-LINE.
001970     ADD 1 TO WS-HIST-UNLOADED.
001980     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
001990 2100-EXIT.
002000     EXIT.
002010*
002020 2900-READ-HISTORY.
002030     READ VEHICLE-HISTORY-FILE NEXT RECORD
002040         AT END SET END-OF-FILE TO TRUE.
002050 2900-EXIT.
002060     EXIT.
002070*
002080*-----------------------------------------------------------
002090* 3000-UNLOAD-MASTER - COPY EVERY VEHMAST RECORD, IN VEHICLE
002100*                      ORDER, TO TONIGHT'S VMULYYYYMMDD.
002110*-----------------------------------------------------------
002120 3000-UNLOAD-MASTER.
002130     OPEN INPUT VEHICLE-MASTER-FILE.
002140     IF VEHMAST-FILE-MISSING
002150         DISPLAY "LAB07-VHUNLD - NO VEHMAST ON FILE - NO MASTER "
002160             "UNLOAD WRITTEN."
002170         GO TO 3000-EXIT.
002180
002190     OPEN OUTPUT MASTER-UNLOAD-FILE.
002200     MOVE "N" TO WS-EOF-SW.
002210     PERFORM 3900-READ-MASTER THRU 3900-EXIT.
002220     PERFORM 3100-UNLOAD-ONE-MASTER THRU 3100-EXIT
002230         UNTIL END-OF-FILE.
002240     CLOSE MASTER-UNLOAD-FILE.
002250     CLOSE VEHICLE-MASTER-FILE.
002260 3000-EXIT.
002270     EXIT.
002280*
002290 3100-UNLOAD-ONE-MASTER.
002300     MOVE VEHICLE-MASTER-RECORD TO MASTER-UNLOAD-LINE.
002310     WRITE MASTER-UNLOAD-LINE.
002320     ADD 1 TO WS-MAST-UNLOADED.
002330     PERFORM 3900-READ-MASTER THRU 3900-EXIT.
002340 3100-EXIT.
002350     EXIT.
002360*
002370 3900-READ-MASTER.
002380     READ VEHICLE-MASTER-FILE NEXT RECORD
002390         AT END SET END-OF-FILE TO TRUE.
002400 3900-EXIT.
002410     EXIT.
002420*
002430*-----------------------------------------------------------
002440* 8000-READ-RUN-CONTROL - READ THE SINGLE RUNCTL RECORD INTO
002450*                         THE WORKING-STORAGE GROUP, NOTING
002460*                         WHETHER ONE EXISTS AT ALL.
002470*-----------------------------------------------------------
002480 8000-READ-RUN-CONTROL.
002490     MOVE "N" TO WS-RUNCTL-FOUND-SW.
002500     OPEN INPUT RUN-CONTROL-FILE.
002510     IF RUNCTL-FILE-MISSING
002520         GO TO 8000-EXIT.
002530     READ RUN-CONTROL-FILE
002540         AT END SET RUNCTL-FILE-EOF TO TRUE
002550     END-READ.
002560     IF RUNCTL-FILE-OK
002570         MOVE RUN-CONTROL-LINE TO RUN-CONTROL-RECORD
002580         SET RUNCTL-FOUND TO TRUE.
002590     CLOSE RUN-CONTROL-FILE.
002600 8000-EXIT.
002610     EXIT.
002620*
002630*-----------------------------------------------------------
002640* 9000-TERMINATE - THE RUN SUMMARY FOR THE OPERATOR LOG.
002650*-----------------------------------------------------------
002660 9000-TERMINATE.
002670     DISPLAY "LAB07-VHUNLD - BUSINESS DATE   : " WS-BUSINESS-DATE.
002680     DISPLAY "LAB07-VHUNLD - VEHHIST RECORDS : " WS-HIST-UNLOADED
002690         " TO " WS-HIST-UNLOAD-NAME.
002700     DISPLAY "LAB07-VHUNLD - VEHMAST RECORDS : " WS-MAST-UNLOADED
002710         " TO " WS-MAST-UNLOAD-NAME.
002720 9000-EXIT.
002730     EXIT.
002740*
002750 END PROGRAM LAB07-VHUNLD.
