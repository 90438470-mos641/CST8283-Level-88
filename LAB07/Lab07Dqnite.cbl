000010******************************************************************
000020* Author......: Mostapha A
000030* Installation: Fleet Operations - Dispatch Systems
000040* Date-Written: 2026-10-15
000050* Purpose.....: Nightly data-quality record per depot. Whether a
000060*               depot sends clean readings could only be judged
000070*               from files that are overwritten every night -
000080*               EDITRPT, RATERPT, NIGHTFLG - or purged by LAB07-
000090*               RECYCL, so nobody could measure it over a month.
000100*               Once tonight's stream has completed, this job
000110*               gathers the night's evidence by depot: readings
000120*               expected (one per in-service VEHMAST vehicle),
000130*               vehicles that reported and readings received,
000140*               vehicles missing (no reading on FUELOUT - the
000150*               RATERPT missing-reading rule), tonight's LAB07-
000160*               EDIT rejects by reason code from REJNITE, the
000170*               recycles and abandons LAB07-RECYCL logged to
000180*               RECYCLOG since the last run, and the S and U
000190*               sensor flags on NIGHTFLG. One depot record per
000200*               depot, and one vehicle record per vehicle that
000210*               was missing, rejected, abandoned, or flagged, are
000220*               appended to the permanent DQHIST file that the
000230*               month-end LAB07-DQSCOR scorecard reads.
000240*--------------------------------------------------------------
000250* Modification History
000260*   DATE       BY    DESCRIPTION
000270*   ---------- ----- ----------------------------------------
000280*   2026-10-15 MAA   Original. A business date already on
000290*                    DQHIST is not appended twice, so a rerun
000300*                    of the job cannot double a depot's night.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000340 PROGRAM-ID. LAB07-DQNITE.
000350 AUTHOR. MOSTAPHA A.
000360 INSTALLATION. FLEET OPERATIONS - DISPATCH SYSTEMS.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390 ENVIRONMENT DIVISION.
000400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000410 CONFIGURATION SECTION.
000420*-----------------------
000430 INPUT-OUTPUT SECTION.
000440*-----------------------
000450 FILE-CONTROL.
000460     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS VM-VEHICLE-ID
000500         FILE STATUS IS WS-VEHMAST-STATUS.
000510
000520     SELECT FUEL-RATED-FILE ASSIGN TO "FUELOUT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FUELOUT-STATUS.
000550
000560     SELECT NIGHT-REJECT-FILE ASSIGN TO "REJNITE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-NIGHTREJ-STATUS.
000590
000600     SELECT RECYCLE-LOG-FILE ASSIGN TO "RECYCLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RECYCLOG-STATUS.
000630
000640     SELECT NIGHT-FLAG-FILE ASSIGN TO "NIGHTFLG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-NIGHTFLG-STATUS.
000670
000680     SELECT DATA-QUALITY-FILE ASSIGN TO "DQHIST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-DQHIST-STATUS.
000710
000720     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RUNCTL-STATUS.
000750 DATA DIVISION.
000760*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000770 FILE SECTION.
000780*-----------------------
000790 FD  VEHICLE-MASTER-FILE
000800     RECORD CONTAINS 15 CHARACTERS.
000810     COPY VEHMAST.
000820
000830 FD  FUEL-RATED-FILE
000840     RECORD CONTAINS 20 CHARACTERS.
000850     COPY FUELREC REPLACING FUEL-READING-RECORD BY
000860         FUEL-RATED-RECORD.
000870
000880 FD  NIGHT-REJECT-FILE
000890     RECORD CONTAINS 23 CHARACTERS.
000900 01  REJECT-RECORD.
000910     05  RJ-RAW-DATA             PIC X(20).
000920     05  RJ-RAW-DETAIL REDEFINES RJ-RAW-DATA.
000930         10  RJ-RAW-VEHICLE-ID   PIC X(06).
000940         10  FILLER              PIC X(14).
000950     05  FILLER                  PIC X(01).
000960     05  RJ-REASON-CODE          PIC X(02).
000970
000980 FD  RECYCLE-LOG-FILE
000990     RECORD CONTAINS 38 CHARACTERS.
001000     COPY RCYCLOG.
001010
001020 FD  NIGHT-FLAG-FILE
001030     RECORD CONTAINS 17 CHARACTERS.
001040 01  NIGHT-FLAG-RECORD.
001050     05  NF-VEHICLE-ID           PIC X(06).
001060     05  FILLER                  PIC X(01).
001070     05  NF-FLAG-DATE            PIC 9(08).
001080     05  FILLER                  PIC X(01).
001090     05  NF-FLAG-TYPE            PIC X(01).
001100
001110 FD  DATA-QUALITY-FILE
001120     RECORD CONTAINS 73 CHARACTERS.
001130     COPY DQHIST.
001140
001150 FD  RUN-CONTROL-FILE
001160     RECORD CONTAINS 11 CHARACTERS.
001170 01  RUN-CONTROL-LINE           PIC X(11).
001180*-----------------------
001190 WORKING-STORAGE SECTION.
001200*-----------------------
001210 01  VEHMAST-SWITCHES.
001220     05  WS-VEHMAST-STATUS       PIC X(02) VALUE SPACES.
001230         88  VEHMAST-OK          VALUE "00".
001240         88  VEHMAST-NOT-FOUND   VALUE "23".
001250         88  VEHMAST-FILE-MISSING VALUE "35".
001260
001270 01  FUELOUT-SWITCHES.
001280     05  WS-FUELOUT-STATUS       PIC X(02) VALUE SPACES.
001290         88  FUELOUT-FILE-OK     VALUE "00".
001300         88  FUELOUT-FILE-MISSING VALUE "35".
001310
001320 01  NIGHTREJ-SWITCHES.
001330     05  WS-NIGHTREJ-STATUS      PIC X(02) VALUE SPACES.
001340         88  NIGHTREJ-FILE-OK    VALUE "00".
001350         88  NIGHTREJ-FILE-MISSING VALUE "35".
001360
001370 01  RECYCLOG-SWITCHES.
001380     05  WS-RECYCLOG-STATUS      PIC X(02) VALUE SPACES.
001390         88  RECYCLOG-FILE-OK    VALUE "00".
001400         88  RECYCLOG-FILE-MISSING VALUE "35".
001410
001420 01  NIGHTFLG-SWITCHES.
001430     05  WS-NIGHTFLG-STATUS      PIC X(02) VALUE SPACES.
001440         88  NIGHTFLG-FILE-OK    VALUE "00".
001450         88  NIGHTFLG-FILE-MISSING VALUE "35".
001460
001470 01  DQHIST-SWITCHES.
001480     05  WS-DQHIST-STATUS        PIC X(02) VALUE SPACES.
001490         88  DQHIST-FILE-OK      VALUE "00".
001500         88  DQHIST-FILE-MISSING VALUE "35".
001510
001520 01  RUNCTL-SWITCHES.
001530     05  WS-RUNCTL-STATUS        PIC X(02) VALUE SPACES.
001540         88  RUNCTL-FILE-OK      VALUE "00".
001550         88  RUNCTL-FILE-EOF     VALUE "10".
001560         88  RUNCTL-FILE-MISSING VALUE "35".
001570     05  WS-RUNCTL-FOUND-SW      PIC X(01) VALUE "N".
001580         88  RUNCTL-FOUND        VALUE "Y".
001590     05  WS-RUN-TODAY            PIC 9(08) VALUE ZERO.
001600
001610     COPY RUNCTL.
001620
001630 01  QUALITY-SWITCHES.
001640     05  WS-EOF-SW               PIC X(01) VALUE "N".
001650         88  END-OF-FILE         VALUE "Y".
001660     05  WS-RUN-BLOCKED-SW       PIC X(01) VALUE "N".
001670         88  STREAM-NOT-COMPLETE VALUE "Y".
001680     05  WS-RECORDED-SW          PIC X(01) VALUE "N".
001690         88  NIGHT-ALREADY-RECORDED VALUE "Y".
001700     05  WS-MASTER-EOF-SW        PIC X(01) VALUE "N".
001710         88  MASTER-EOF          VALUE "Y".
001720     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001730         88  ENTRY-FOUND         VALUE "Y".
001740     05  WS-DEPOT-OVFL-SW        PIC X(01) VALUE "N".
001750         88  DEPOT-TABLE-FULL    VALUE "Y".
001760     05  WS-VEHICLE-OVFL-SW      PIC X(01) VALUE "N".
001770         88  VEHICLE-TABLE-FULL  VALUE "Y".
001780
001790 01  DEPOT-QUALITY-TABLE.
001800     05  WS-DEPOT-MAX            PIC 9(03) COMP VALUE 100.
001810     05  WS-DEPOT-COUNT          PIC 9(03) COMP VALUE ZERO.
001820     05  WS-DEPOT-ENTRY          OCCURS 100 TIMES
001830                                 INDEXED BY DP-IDX.
001840         10  WD-DEPOT            PIC X(04).
001850         10  WD-COUNTS.
001860             15  WD-EXPECTED     PIC 9(05) COMP.
001870             15  WD-REPORTING    PIC 9(05) COMP.
001880             15  WD-RECEIVED     PIC 9(05) COMP.
001890             15  WD-MISSING      PIC 9(05) COMP.
001900             15  WD-REJ-VEHICLE-ID PIC 9(05) COMP.
001910             15  WD-REJ-READING-DATE PIC 9(05) COMP.
001920             15  WD-REJ-FUEL-VALUE PIC 9(05) COMP.
001930             15  WD-REJ-OTHER    PIC 9(05) COMP.
001940             15  WD-RECYCLED     PIC 9(05) COMP.
001950             15  WD-ABANDONED    PIC 9(05) COMP.
001960             15  WD-FLAG-SWING   PIC 9(05) COMP.
001970             15  WD-FLAG-STUCK   PIC 9(05) COMP.
001980
001990 01  VEHICLE-QUALITY-TABLE.
002000     05  WS-VEHICLE-MAX          PIC 9(04) COMP VALUE 5000.
002010     05  WS-VEHICLE-COUNT        PIC 9(04) COMP VALUE ZERO.
002020     05  WS-VEHICLE-ENTRY        OCCURS 5000 TIMES
002030                                 INDEXED BY VT-IDX.
002040         10  WV-VEHICLE-ID       PIC X(06).
002050         10  WV-DEPOT            PIC X(04).
002060         10  WV-MISSING          PIC 9(01).
002070         10  WV-READINGS         PIC 9(03) COMP.
002080         10  WV-REJECTS          PIC 9(03) COMP.
002090         10  WV-ABANDONED        PIC 9(03) COMP.
002100         10  WV-FLAG-SWING       PIC 9(03) COMP.
002110         10  WV-FLAG-STUCK       PIC 9(03) COMP.
002120
002130 01  SORT-WORK-FIELDS.
002140     05  WS-SORT-I               PIC 9(03) COMP VALUE ZERO.
002150     05  WS-SORT-J               PIC 9(03) COMP VALUE ZERO.
002160     05  WS-DEPOT-SWAP.
002170         10  WS-SWAP-DEPOT       PIC X(04).
002180         10  WS-SWAP-COUNTS      PIC X(48).
002190
002200 01  GATHER-WORK-FIELDS.
002210     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
002220     05  WS-FIND-VEHICLE-ID      PIC X(06) VALUE SPACES.
002230     05  WS-FIND-DEPOT           PIC X(04) VALUE SPACES.
002240
002250 01  RUN-COUNTERS.
002260     05  WS-RATED-READ           PIC 9(07) COMP VALUE ZERO.
002270     05  WS-REJECTS-READ         PIC 9(07) COMP VALUE ZERO.
002280     05  WS-RECYCLE-READ         PIC 9(07) COMP VALUE ZERO.
002290     05  WS-FLAGS-READ           PIC 9(07) COMP VALUE ZERO.
002300     05  WS-DEPOTS-WRITTEN       PIC 9(05) COMP VALUE ZERO.
002310     05  WS-VEHICLES-WRITTEN     PIC 9(05) COMP VALUE ZERO.
002320*-----------------------
002330 PROCEDURE DIVISION.
002340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002370
002380     IF STREAM-NOT-COMPLETE
002390         DISPLAY "LAB07-DQNITE - TONIGHT'S STREAM HAS NOT "
002400             "COMPLETED - NO DATA-QUALITY RECORD WRITTEN."
002410     ELSE IF NIGHT-ALREADY-RECORDED
002420         DISPLAY "LAB07-DQNITE - " WS-BUSINESS-DATE
002430             " IS ALREADY ON DQHIST - NOTHING APPENDED."
002440     ELSE IF VEHMAST-FILE-MISSING
002450         DISPLAY "LAB07-DQNITE - NO VEHICLE MASTER - NO "
002460             "DATA-QUALITY RECORD WRITTEN."
002470     ELSE
002480         PERFORM 2000-GATHER-EVIDENCE THRU 2000-EXIT
002490         PERFORM 3000-SORT-DEPOTS THRU 3000-EXIT
002500         PERFORM 9000-TERMINATE THRU 9000-EXIT.
002510
002520     STOP RUN.
002530*
002540*-----------------------------------------------------------
002550* 1000-INITIALIZE - HOLD UNTIL TONIGHT'S STREAM HAS COMPLETED
002560*                   (THE WATCHLIST IS ITS LAST STEP), REFUSE A
002570*                   NIGHT DQHIST ALREADY HOLDS, AND OPEN THE
002580*                   VEHICLE MASTER.
002590*-----------------------------------------------------------
002600 1000-INITIALIZE.
002610     ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD.
002620     PERFORM 8000-READ-RUN-CONTROL THRU 8000-EXIT.
002630     IF NOT RUNCTL-FOUND
002640             OR RC-BUSINESS-DATE NOT = WS-RUN-TODAY
002650             OR NOT RC-WATCH-COMPLETED
002660         SET STREAM-NOT-COMPLETE TO TRUE
002670         GO TO 1000-EXIT.
002680     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE.
002690
002700     PERFORM 1100-CHECK-ALREADY-RECORDED THRU 1100-EXIT.
002710     IF NIGHT-ALREADY-RECORDED
002720         GO TO 1000-EXIT.
002730
002740     OPEN INPUT VEHICLE-MASTER-FILE.
002750 1000-EXIT.
002760     EXIT.
002770*
002780*-----------------------------------------------------------
002790* 1100-CHECK-ALREADY-RECORDED - SCAN DQHIST FOR ANY RECORD OF
002800*                               TONIGHT'S BUSINESS DATE. A
002810*                               MISSING FILE HOLDS NOTHING YET.
002820*-----------------------------------------------------------
002830 1100-CHECK-ALREADY-RECORDED.
002840     OPEN INPUT DATA-QUALITY-FILE.
002850     IF DQHIST-FILE-MISSING
002860         GO TO 1100-EXIT.
002870     MOVE "N" TO WS-EOF-SW.
002880     PERFORM 1190-READ-DQHIST THRU 1190-EXIT.
002890     PERFORM 1110-CHECK-ONE-RECORD THRU 1110-EXIT
002900         UNTIL END-OF-FILE
002910            OR NIGHT-ALREADY-RECORDED.
002920     CLOSE DATA-QUALITY-FILE.
002930 1100-EXIT.
002940     EXIT.
002950*
002960 1110-CHECK-ONE-RECORD.
002970     IF QD-BUSINESS-DATE = WS-BUSINESS-DATE
002980         SET NIGHT-ALREADY-RECORDED TO TRUE
002990         GO TO 1110-EXIT.
003000     PERFORM 1190-READ-DQHIST THRU 1190-EXIT.
003010 1110-EXIT.
003020     EXIT.
003030*
003040 1190-READ-DQHIST.
003050     READ DATA-QUALITY-FILE
003060         AT END SET END-OF-FILE TO TRUE.
003070 1190-EXIT.
003080     EXIT.
003090*
003100*-----------------------------------------------------------
003110* 2000-GATHER-EVIDENCE - COUNT EACH OF TONIGHT'S INPUTS INTO
003120*                        ITS VEHICLE'S DEPOT, THEN WALK THE
003130*                        MASTER FOR WHAT WAS EXPECTED AND WHO
003140*                        IS MISSING.
003150*-----------------------------------------------------------
003160 2000-GATHER-EVIDENCE.
003170     PERFORM 2100-COUNT-RATED THRU 2100-EXIT.
003180     PERFORM 2200-COUNT-REJECTS THRU 2200-EXIT.
003190     PERFORM 2300-COUNT-RECYCLED THRU 2300-EXIT.
003200     PERFORM 2400-COUNT-SENSOR-FLAGS THRU 2400-EXIT.
003210     PERFORM 2500-COUNT-EXPECTED THRU 2500-EXIT.
003220 2000-EXIT.
003230     EXIT.
003240*
003250*-----------------------------------------------------------
003260* 2100-COUNT-RATED - TONIGHT'S RATED READINGS, EACH ONE A
003270*                    READING RECEIVED FOR ITS VEHICLE'S DEPOT.
003280*-----------------------------------------------------------
003290 2100-COUNT-RATED.
003300     OPEN INPUT FUEL-RATED-FILE.
003310     IF FUELOUT-FILE-MISSING
003320         GO TO 2100-EXIT.
003330     MOVE "N" TO WS-EOF-SW.
003340     PERFORM 2190-READ-RATED THRU 2190-EXIT.
003350     PERFORM 2110-COUNT-ONE-RATED THRU 2110-EXIT
003360         UNTIL END-OF-FILE.
003370     CLOSE FUEL-RATED-FILE.
003380 2100-EXIT.
003390     EXIT.
003400*
003410 2110-COUNT-ONE-RATED.
003420     ADD 1 TO WS-RATED-READ.
003430     MOVE FR-VEHICLE-ID OF FUEL-RATED-RECORD
003440         TO WS-FIND-VEHICLE-ID.
003450     PERFORM 7100-VEHICLE-FOR-READING THRU 7100-EXIT.
003460     IF ENTRY-FOUND
003470         ADD 1 TO WV-READINGS (VT-IDX).
003480     PERFORM 7200-FIND-DEPOT THRU 7200-EXIT.
003490     ADD 1 TO WD-RECEIVED (DP-IDX).
003500     PERFORM 2190-READ-RATED THRU 2190-EXIT.
003510 2110-EXIT.
003520     EXIT.
003530*
003540 2190-READ-RATED.
003550     READ FUEL-RATED-FILE
003560         AT END SET END-OF-FILE TO TRUE.
003570 2190-EXIT.
003580     EXIT.
003590*
003600*-----------------------------------------------------------
003610* 2200-COUNT-REJECTS - TONIGHT'S LAB07-EDIT REJECTS, ALSO
003620*                      READINGS RECEIVED, COUNTED BY REASON
003630*                      CODE. A BLANK VEHICLE ID (REASON 01)
003640*                      CANNOT BE PLACED AND GOES TO "????".
003650*-----------------------------------------------------------
003660 2200-COUNT-REJECTS.
003670     OPEN INPUT NIGHT-REJECT-FILE.
003680     IF NIGHTREJ-FILE-MISSING
003690         GO TO 2200-EXIT.
003700     MOVE "N" TO WS-EOF-SW.
003710     PERFORM 2290-READ-REJECT THRU 2290-EXIT.
003720     PERFORM 2210-COUNT-ONE-REJECT THRU 2210-EXIT
003730         UNTIL END-OF-FILE.
003740     CLOSE NIGHT-REJECT-FILE.
003750 2200-EXIT.
003760     EXIT.
003770*
003780 2210-COUNT-ONE-REJECT.
003790     ADD 1 TO WS-REJECTS-READ.
003800     MOVE RJ-RAW-VEHICLE-ID TO WS-FIND-VEHICLE-ID.
003810     PERFORM 7100-VEHICLE-FOR-READING THRU 7100-EXIT.
003820     IF ENTRY-FOUND
003830         ADD 1 TO WV-REJECTS (VT-IDX).
003840     PERFORM 7200-FIND-DEPOT THRU 7200-EXIT.
003850     ADD 1 TO WD-RECEIVED (DP-IDX).
003860     EVALUATE RJ-REASON-CODE
003870         WHEN "01"
003880             ADD 1 TO WD-REJ-VEHICLE-ID (DP-IDX)
003890         WHEN "02"
003900             ADD 1 TO WD-REJ-READING-DATE (DP-IDX)
003910         WHEN "03"
003920             ADD 1 TO WD-REJ-FUEL-VALUE (DP-IDX)
003930         WHEN OTHER
003940             ADD 1 TO WD-REJ-OTHER (DP-IDX)
003950     END-EVALUATE.
003960     PERFORM 2290-READ-REJECT THRU 2290-EXIT.
003970 2210-EXIT.
003980     EXIT.
003990*
004000 2290-READ-REJECT.
004010     READ NIGHT-REJECT-FILE
004020         AT END SET END-OF-FILE TO TRUE.
004030 2290-EXIT.
004040     EXIT.
004050*
004060*-----------------------------------------------------------
004070* 2300-COUNT-RECYCLED - THE RELEASES AND ABANDONS LAB07-RECYCL
004080*                       HAS LOGGED SINCE THE LAST RUN. THE LOG
004090*                       IS EMPTIED ONCE TONIGHT'S RECORD IS ON
004100*                       DQHIST.
004110*-----------------------------------------------------------
004120 2300-COUNT-RECYCLED.
004130     OPEN INPUT RECYCLE-LOG-FILE.
004140     IF RECYCLOG-FILE-MISSING
004150         GO TO 2300-EXIT.
004160     MOVE "N" TO WS-EOF-SW.
004170     PERFORM 2390-READ-RECYCLE-LOG THRU 2390-EXIT.
004180     PERFORM 2310-COUNT-ONE-ACTION THRU 2310-EXIT
004190         UNTIL END-OF-FILE.
004200     CLOSE RECYCLE-LOG-FILE.
004210 2300-EXIT.
004220     EXIT.
004230*
004240 2310-COUNT-ONE-ACTION.
004250     ADD 1 TO WS-RECYCLE-READ.
004260     MOVE RL-VEHICLE-ID TO WS-FIND-VEHICLE-ID.
004270     PERFORM 7100-VEHICLE-FOR-READING THRU 7100-EXIT.
004280     PERFORM 7200-FIND-DEPOT THRU 7200-EXIT.
004290     IF RL-ABANDONED
004300         ADD 1 TO WD-ABANDONED (DP-IDX)
004310         IF ENTRY-FOUND
004320             ADD 1 TO WV-ABANDONED (VT-IDX)
004330         END-IF
004340     ELSE
004350         ADD 1 TO WD-RECYCLED (DP-IDX).
004360     PERFORM 2390-READ-RECYCLE-LOG THRU 2390-EXIT.
004370 2310-EXIT.
004380     EXIT.
004390*
004400 2390-READ-RECYCLE-LOG.
004410     READ RECYCLE-LOG-FILE
004420         AT END SET END-OF-FILE TO TRUE.
004430 2390-EXIT.
004440     EXIT.
004450*
004460*-----------------------------------------------------------
004470* 2400-COUNT-SENSOR-FLAGS - TONIGHT'S S (SWING) AND U
004480*                           (UNCHANGED) FLAGS FROM THE RATING
004490*                           RUN.
004500*-----------------------------------------------------------
004510 2400-COUNT-SENSOR-FLAGS.
004520     OPEN INPUT NIGHT-FLAG-FILE.
004530     IF NIGHTFLG-FILE-MISSING
004540         GO TO 2400-EXIT.
004550     MOVE "N" TO WS-EOF-SW.
004560     PERFORM 2490-READ-NIGHT-FLAG THRU 2490-EXIT.
004570     PERFORM 2410-COUNT-ONE-FLAG THRU 2410-EXIT
004580         UNTIL END-OF-FILE.
004590     CLOSE NIGHT-FLAG-FILE.
004600 2400-EXIT.
004610     EXIT.
004620*
004630 2410-COUNT-ONE-FLAG.
004640     ADD 1 TO WS-FLAGS-READ.
004650     MOVE NF-VEHICLE-ID TO WS-FIND-VEHICLE-ID.
004660     PERFORM 7100-VEHICLE-FOR-READING THRU 7100-EXIT.
004670     PERFORM 7200-FIND-DEPOT THRU 7200-EXIT.
004680     IF NF-FLAG-TYPE = "S"
004690         ADD 1 TO WD-FLAG-SWING (DP-IDX)
004700         IF ENTRY-FOUND
004710             ADD 1 TO WV-FLAG-SWING (VT-IDX)
004720         END-IF
004730     ELSE IF NF-FLAG-TYPE = "U"
004740         ADD 1 TO WD-FLAG-STUCK (DP-IDX)
004750         IF ENTRY-FOUND
004760             ADD 1 TO WV-FLAG-STUCK (VT-IDX)
004770         END-IF.
004780     PERFORM 2490-READ-NIGHT-FLAG THRU 2490-EXIT.
004790 2410-EXIT.
004800     EXIT.
004810*
004820 2490-READ-NIGHT-FLAG.
004830     READ NIGHT-FLAG-FILE
004840         AT END SET END-OF-FILE TO TRUE.
004850 2490-EXIT.
004860     EXIT.
004870*
004880*-----------------------------------------------------------
004890* 2500-COUNT-EXPECTED - WALK THE VEHICLE MASTER IN KEY ORDER.
004900*                       EVERY IN-SERVICE VEHICLE IS ONE READING
004910*                       EXPECTED AT ITS DEPOT; ONE WITH NO RATED
004920*                       READING TONIGHT IS MISSING. RETIRED
004930*                       VEHICLES ARE NOT EXPECTED.
004940*-----------------------------------------------------------
004950 2500-COUNT-EXPECTED.
004960     CLOSE VEHICLE-MASTER-FILE.
004970     OPEN INPUT VEHICLE-MASTER-FILE.
004980     MOVE "N" TO WS-MASTER-EOF-SW.
004990     PERFORM 2590-READ-MASTER THRU 2590-EXIT.
005000     PERFORM 2510-COUNT-ONE-VEHICLE THRU 2510-EXIT
005010         UNTIL MASTER-EOF.
005020     CLOSE VEHICLE-MASTER-FILE.
005030 2500-EXIT.
005040     EXIT.
005050*
005060 2510-COUNT-ONE-VEHICLE.
005070     IF NOT VM-IN-SERVICE
005080         GO TO 2510-NEXT-VEHICLE.
005090     MOVE VM-DEPOT TO WS-FIND-DEPOT.
005100     PERFORM 7200-FIND-DEPOT THRU 7200-EXIT.
005110     ADD 1 TO WD-EXPECTED (DP-IDX).
005120
005130     MOVE VM-VEHICLE-ID TO WS-FIND-VEHICLE-ID.
005140     PERFORM 7000-LOOKUP-VEHICLE THRU 7000-EXIT.
005150     IF ENTRY-FOUND
005160         IF WV-READINGS (VT-IDX) > ZERO
005170             ADD 1 TO WD-REPORTING (DP-IDX)
005180             GO TO 2510-NEXT-VEHICLE
005190         END-IF
005200     ELSE
005210         PERFORM 7050-ADD-VEHICLE THRU 7050-EXIT.
005220
005230     ADD 1 TO WD-MISSING (DP-IDX).
005240     IF ENTRY-FOUND
005250         MOVE 1 TO WV-MISSING (VT-IDX).
005260 2510-NEXT-VEHICLE.
005270     PERFORM 2590-READ-MASTER THRU 2590-EXIT.
005280 2510-EXIT.
005290     EXIT.
005300*
005310 2590-READ-MASTER.
005320     READ VEHICLE-MASTER-FILE NEXT RECORD
005330         AT END SET MASTER-EOF TO TRUE.
005340 2590-EXIT.
005350     EXIT.
005360*
005370*-----------------------------------------------------------
005380* 3000-SORT-DEPOTS - PUT THE DEPOT TABLE IN DEPOT ORDER FOR
005390*                    THE DQHIST RECORDS - AN EXCHANGE SORT,
005400*                    THE TABLE IS ONE ENTRY PER DEPOT.
005410*-----------------------------------------------------------
005420 3000-SORT-DEPOTS.
005430     IF WS-DEPOT-COUNT < 2
005440         GO TO 3000-EXIT.
005450     PERFORM 3100-SORT-ONE-PASS THRU 3100-EXIT
005460         VARYING WS-SORT-I FROM 1 BY 1
005470         UNTIL WS-SORT-I NOT < WS-DEPOT-COUNT.
005480 3000-EXIT.
005490     EXIT.
005500*
005510 3100-SORT-ONE-PASS.
005520     PERFORM 3200-COMPARE-AND-SWAP THRU 3200-EXIT
005530         VARYING WS-SORT-J FROM 1 BY 1
005540         UNTIL WS-SORT-J > WS-DEPOT-COUNT - WS-SORT-I.
005550 3100-EXIT.
005560     EXIT.
005570*
005580 3200-COMPARE-AND-SWAP.
005590     IF WD-DEPOT (WS-SORT-J) > WD-DEPOT (WS-SORT-J + 1)
005600         MOVE WS-DEPOT-ENTRY (WS-SORT-J) TO WS-DEPOT-SWAP
005610         MOVE WS-DEPOT-ENTRY (WS-SORT-J + 1)
005620             TO WS-DEPOT-ENTRY (WS-SORT-J)
005630         MOVE WS-DEPOT-SWAP
005640             TO WS-DEPOT-ENTRY (WS-SORT-J + 1).
005650 3200-EXIT.
005660     EXIT.
005670*
005680*-----------------------------------------------------------
005690* 7000-LOOKUP-VEHICLE - FIND WS-FIND-VEHICLE-ID IN THE VEHICLE
005700*                       TABLE. ENTRY-FOUND AND VT-IDX ON RETURN.
005710*-----------------------------------------------------------
005720 7000-LOOKUP-VEHICLE.
005730     MOVE "N" TO WS-FOUND-SW.
005740     PERFORM 7010-MATCH-ONE-VEHICLE THRU 7010-EXIT
005750         VARYING VT-IDX FROM 1 BY 1
005760         UNTIL VT-IDX > WS-VEHICLE-COUNT
005770            OR ENTRY-FOUND.
005780     IF ENTRY-FOUND
005790         SET VT-IDX DOWN BY 1.
005800 7000-EXIT.
005810     EXIT.
005820*
005830 7010-MATCH-ONE-VEHICLE.
005840     IF WV-VEHICLE-ID (VT-IDX) = WS-FIND-VEHICLE-ID
005850         SET ENTRY-FOUND TO TRUE.
005860 7010-EXIT.
005870     EXIT.
005880*
005890*-----------------------------------------------------------
005900* 7050-ADD-VEHICLE - A NEW VEHICLE ENTRY FOR WS-FIND-VEHICLE-ID
005910*                    AT WS-FIND-DEPOT, ALL COUNTS ZERO. A FULL
005920*                    TABLE LEAVES ENTRY-FOUND OFF - THE DEPOT
005930*                    COUNTS STILL TAKE THE READING.
005940*-----------------------------------------------------------
005950 7050-ADD-VEHICLE.
005960     MOVE "N" TO WS-FOUND-SW.
005970     IF WS-VEHICLE-COUNT NOT < WS-VEHICLE-MAX
005980         SET VEHICLE-TABLE-FULL TO TRUE
005990         GO TO 7050-EXIT.
006000     ADD 1 TO WS-VEHICLE-COUNT.
006010     SET VT-IDX TO WS-VEHICLE-COUNT.
006020     MOVE WS-FIND-VEHICLE-ID TO WV-VEHICLE-ID (VT-IDX).
006030     MOVE WS-FIND-DEPOT TO WV-DEPOT (VT-IDX).
006040     MOVE ZERO TO WV-MISSING (VT-IDX)
006050                  WV-READINGS (VT-IDX)
006060                  WV-REJECTS (VT-IDX)
006070                  WV-ABANDONED (VT-IDX)
006080                  WV-FLAG-SWING (VT-IDX)
006090                  WV-FLAG-STUCK (VT-IDX).
006100     SET ENTRY-FOUND TO TRUE.
006110 7050-EXIT.
006120     EXIT.
006130*
006140*-----------------------------------------------------------
006150* 7100-VEHICLE-FOR-READING - THE VEHICLE ENTRY AND DEPOT FOR
006160*                            ONE READING'S VEHICLE. A VEHICLE
006170*                            NOT YET IN THE TABLE IS LOOKED UP
006180*                            ON THE MASTER FOR ITS DEPOT; A
006190*                            BLANK ID OR ONE NOT ON THE MASTER
006200*                            GOES TO "????", AND A BLANK ID
006210*                            GETS NO VEHICLE ENTRY.
006220*-----------------------------------------------------------
006230 7100-VEHICLE-FOR-READING.
006240     MOVE "????" TO WS-FIND-DEPOT.
006250     MOVE "N" TO WS-FOUND-SW.
006260     IF WS-FIND-VEHICLE-ID = SPACES
006270         GO TO 7100-EXIT.
006280
006290     PERFORM 7000-LOOKUP-VEHICLE THRU 7000-EXIT.
006300     IF ENTRY-FOUND
006310         MOVE WV-DEPOT (VT-IDX) TO WS-FIND-DEPOT
006320         GO TO 7100-EXIT.
006330
006340     MOVE WS-FIND-VEHICLE-ID TO VM-VEHICLE-ID.
006350     READ VEHICLE-MASTER-FILE
006360         INVALID KEY
006370             CONTINUE
006380         NOT INVALID KEY
006390             MOVE VM-DEPOT TO WS-FIND-DEPOT
006400     END-READ.
006410     PERFORM 7050-ADD-VEHICLE THRU 7050-EXIT.
006420 7100-EXIT.
006430     EXIT.
006440*
006450*-----------------------------------------------------------
006460* 7200-FIND-DEPOT - THE DEPOT TABLE ENTRY FOR WS-FIND-DEPOT,
006470*                   ADDED WITH ZERO COUNTS THE FIRST TIME. A
006480*                   FULL TABLE COMBINES THE REST INTO ITS LAST
006490*                   ENTRY, AS THE RATING RUN'S DEPOT SECTION
006500*                   DOES.
006510*-----------------------------------------------------------
006520 7200-FIND-DEPOT.
006530     MOVE "N" TO WS-FOUND-SW.
006540     PERFORM 7210-MATCH-ONE-DEPOT THRU 7210-EXIT
006550         VARYING DP-IDX FROM 1 BY 1
006560         UNTIL DP-IDX > WS-DEPOT-COUNT
006570            OR ENTRY-FOUND.
006580     IF ENTRY-FOUND
006590         SET DP-IDX DOWN BY 1
006600         GO TO 7200-EXIT.
006610
006620     IF WS-DEPOT-COUNT < WS-DEPOT-MAX
006630         ADD 1 TO WS-DEPOT-COUNT
006640         SET DP-IDX TO WS-DEPOT-COUNT
006650         MOVE WS-FIND-DEPOT TO WD-DEPOT (DP-IDX)
006660         INITIALIZE WD-COUNTS (DP-IDX)
006670     ELSE
006680         SET DEPOT-TABLE-FULL TO TRUE
006690         SET DP-IDX TO WS-DEPOT-MAX.
006700 7200-EXIT.
006710     EXIT.
006720*
006730 7210-MATCH-ONE-DEPOT.
006740     IF WD-DEPOT (DP-IDX) = WS-FIND-DEPOT
006750         SET ENTRY-FOUND TO TRUE.
006760 7210-EXIT.
006770     EXIT.
006780*
006790*-----------------------------------------------------------
006800* 8000-READ-RUN-CONTROL - READ THE SINGLE RUNCTL RECORD INTO
006810*                         THE WORKING-STORAGE GROUP, NOTING
006820*                         WHETHER ONE EXISTS AT ALL.
006830*-----------------------------------------------------------
006840 8000-READ-RUN-CONTROL.
006850     MOVE "N" TO WS-RUNCTL-FOUND-SW.
006860     OPEN INPUT RUN-CONTROL-FILE.
006870     IF RUNCTL-FILE-MISSING
006880         GO TO 8000-EXIT.
006890     READ RUN-CONTROL-FILE
006900         AT END SET RUNCTL-FILE-EOF TO TRUE
006910     END-READ.
006920     IF RUNCTL-FILE-OK
006930         MOVE RUN-CONTROL-LINE TO RUN-CONTROL-RECORD
006940         SET RUNCTL-FOUND TO TRUE.
006950     CLOSE RUN-CONTROL-FILE.
006960 8000-EXIT.
006970     EXIT.
006980*
006990*-----------------------------------------------------------
007000* 9000-TERMINATE - APPEND TONIGHT'S DEPOT RECORDS, IN DEPOT
007010*                  ORDER, AND THE VEHICLE RECORDS TO DQHIST,
007020*                  THEN EMPTY THE RECYCLE LOG NOW ITS ACTIONS
007030*                  ARE COUNTED.
007040*-----------------------------------------------------------
007050 9000-TERMINATE.
007060     OPEN EXTEND DATA-QUALITY-FILE.
007070     IF DQHIST-FILE-MISSING
007080         OPEN OUTPUT DATA-QUALITY-FILE.
007090     PERFORM 9100-WRITE-ONE-DEPOT THRU 9100-EXIT
007100         VARYING DP-IDX FROM 1 BY 1
007110         UNTIL DP-IDX > WS-DEPOT-COUNT.
007120     PERFORM 9200-WRITE-ONE-VEHICLE THRU 9200-EXIT
007130         VARYING VT-IDX FROM 1 BY 1
007140         UNTIL VT-IDX > WS-VEHICLE-COUNT.
007150     CLOSE DATA-QUALITY-FILE.
007160
007170     IF NOT RECYCLOG-FILE-MISSING
007180         OPEN OUTPUT RECYCLE-LOG-FILE
007190         CLOSE RECYCLE-LOG-FILE.
007200
007210     DISPLAY "LAB07-DQNITE - BUSINESS DATE     : "
007220         WS-BUSINESS-DATE.
007230     DISPLAY "LAB07-DQNITE - RATED READINGS    : " WS-RATED-READ.
007240     DISPLAY "LAB07-DQNITE - REJECTS TONIGHT   : "
007250         WS-REJECTS-READ.
007260     DISPLAY "LAB07-DQNITE - RECYCLE ACTIONS   : "
007270         WS-RECYCLE-READ.
007280     DISPLAY "LAB07-DQNITE - SENSOR FLAGS      : " WS-FLAGS-READ.
007290     DISPLAY "LAB07-DQNITE - DEPOT RECORDS     : "
007300         WS-DEPOTS-WRITTEN.
007310     DISPLAY "LAB07-DQNITE - VEHICLE RECORDS   : "
007320         WS-VEHICLES-WRITTEN.
007330     IF DEPOT-TABLE-FULL
007340         DISPLAY "LAB07-DQNITE - MORE DEPOTS THAN THE TABLE "
007350             "HOLDS - THE REST ARE COUNTED UNDER "
007360             WD-DEPOT (WS-DEPOT-MAX).
007370     IF VEHICLE-TABLE-FULL
007380         DISPLAY "LAB07-DQNITE - MORE VEHICLES THAN THE TABLE "
007390             "HOLDS - DEPOT COUNTS COMPLETE, SOME VEHICLE "
007400             "RECORDS NOT WRITTEN.".
007410 9000-EXIT.
007420     EXIT.
007430*
007440 9100-WRITE-ONE-DEPOT.
007450     MOVE SPACES TO DQ-DEPOT-RECORD.
007460     MOVE WS-BUSINESS-DATE TO QD-BUSINESS-DATE.
007470     SET QD-DEPOT-SUMMARY TO TRUE.
007480     MOVE WD-DEPOT (DP-IDX) TO QD-DEPOT.
007490     MOVE WD-EXPECTED (DP-IDX) TO QD-EXPECTED.
007500     MOVE WD-REPORTING (DP-IDX) TO QD-REPORTING.
007510     MOVE WD-RECEIVED (DP-IDX) TO QD-RECEIVED.
007520     MOVE WD-MISSING (DP-IDX) TO QD-MISSING.
007530     MOVE WD-REJ-VEHICLE-ID (DP-IDX) TO QD-REJ-VEHICLE-ID.
007540     MOVE WD-REJ-READING-DATE (DP-IDX) TO QD-REJ-READING-DATE.
007550     MOVE WD-REJ-FUEL-VALUE (DP-IDX) TO QD-REJ-FUEL-VALUE.
007560     MOVE WD-REJ-OTHER (DP-IDX) TO QD-REJ-OTHER.
007570     MOVE WD-RECYCLED (DP-IDX) TO QD-RECYCLED.
007580     MOVE WD-ABANDONED (DP-IDX) TO QD-ABANDONED.
007590     MOVE WD-FLAG-SWING (DP-IDX) TO QD-FLAG-SWING.
007600     MOVE WD-FLAG-STUCK (DP-IDX) TO QD-FLAG-STUCK.
007610     WRITE DQ-DEPOT-RECORD.
007620     ADD 1 TO WS-DEPOTS-WRITTEN.
007630 9100-EXIT.
007640     EXIT.
007650*
007660*-----------------------------------------------------------
007670* 9200-WRITE-ONE-VEHICLE - A VEHICLE RECORD ONLY FOR A VEHICLE
007680*                          WITH SOMETHING AGAINST IT TONIGHT.
007690*-----------------------------------------------------------
007700 9200-WRITE-ONE-VEHICLE.
007710     IF WV-MISSING (VT-IDX) = ZERO
007720             AND WV-REJECTS (VT-IDX) = ZERO
007730             AND WV-ABANDONED (VT-IDX) = ZERO
007740             AND WV-FLAG-SWING (VT-IDX) = ZERO
007750             AND WV-FLAG-STUCK (VT-IDX) = ZERO
007760         GO TO 9200-EXIT.
007770     MOVE SPACES TO DQ-VEHICLE-RECORD.
007780     MOVE WS-BUSINESS-DATE TO QV-BUSINESS-DATE.
007790     MOVE "V" TO QV-RECORD-TYPE.
007800     MOVE WV-DEPOT (VT-IDX) TO QV-DEPOT.
007810     MOVE WV-VEHICLE-ID (VT-IDX) TO QV-VEHICLE-ID.
007820     MOVE WV-MISSING (VT-IDX) TO QV-MISSING.
007830     MOVE WV-READINGS (VT-IDX) TO QV-READINGS.
007840     MOVE WV-REJECTS (VT-IDX) TO QV-REJECTS.
007850     MOVE WV-ABANDONED (VT-IDX) TO QV-ABANDONED.
007860     MOVE WV-FLAG-SWING (VT-IDX) TO QV-FLAG-SWING.
007870     MOVE WV-FLAG-STUCK (VT-IDX) TO QV-FLAG-STUCK.
007880     WRITE DQ-VEHICLE-RECORD.
007890     ADD 1 TO WS-VEHICLES-WRITTEN.
007900 9200-EXIT.
007910     EXIT.
007920*
007930 END PROGRAM LAB07-DQNITE.
