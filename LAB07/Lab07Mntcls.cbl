000010******************************************************************
000020* Author......: Mostapha A
000030* Installation: Fleet Operations - Dispatch Systems
000040* Date-Written: 2026-10-15
000050* Purpose.....: Garage work-order close-out. LAB07-MNTORD sends
000060*               MNTORD to the garage every night and puts each
000070*               vehicle on MNTSUPP, but nothing ever came back -
000080*               a vehicle stayed suppressed until its flag
000090*               happened to clear, and nobody could say which
000100*               work orders the garage had actually finished.
000110*               This job runs after LAB07-MNTORD, reads the
000120*               garage's daily close-out return file (MNTCLOSE,
000130*               header/detail/trailer), verifies its trailer
000140*               count and hash the way LAB07-ORDCNF checks
000150*               ORDCONF, and matches each close-out to the open
000160*               order on the MNTOPEN register on vehicle, reason
000170*               code, and flag date. A matched order is closed
000180*               and its MNTSUPP entry released, so a repeat
000190*               fault gets a new order. The MNTCRPT report ages
000200*               the orders still open by depot (0-2, 3-7, over 7
000210*               days) and carries two exception sections - close-
000220*               outs for orders we never sent, and vehicles the
000230*               garage closed whose sensor flag came straight
000240*               back on the next night's NIGHTFLG.
000250*--------------------------------------------------------------
000260* Modification History
000270*   DATE       BY    DESCRIPTION
000280*   ---------- ----- ----------------------------------------
000290*   2026-10-15 MAA   Original. An out-of-balance close-out file
000300*                    is reported and NOT applied, the same rule
000310*                    LAB07-ORDCNF follows - the aged open-order
000320*                    report is still printed from the register
000330*                    as it stands.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 PROGRAM-ID. LAB07-MNTCLS.
000380 AUTHOR. MOSTAPHA A.
000390 INSTALLATION. FLEET OPERATIONS - DISPATCH SYSTEMS.
000400 DATE-WRITTEN. 2026-10-15.
000410 DATE-COMPILED.
000420 ENVIRONMENT DIVISION.
000430*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000440 CONFIGURATION SECTION.
000450*-----------------------
000460 INPUT-OUTPUT SECTION.
000470*-----------------------
000480 FILE-CONTROL.
000490     SELECT MAINT-CLOSE-FILE ASSIGN TO "MNTCLOSE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CLOSE-STATUS.
000520
000530     SELECT MAINT-OPEN-FILE ASSIGN TO "MNTOPEN"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-MNTOPEN-STATUS.
000560
000570     SELECT MAINT-SUPP-FILE ASSIGN TO "MNTSUPP"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SUPP-STATUS.
000600
000610     SELECT NIGHT-FLAG-FILE ASSIGN TO "NIGHTFLG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-NIGHTFLG-STATUS.
000640
000650     SELECT CLOSE-REPORT-FILE ASSIGN TO "MNTCRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-MNTCRPT-STATUS.
000680
000690     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RUNCTL-STATUS.
000720 DATA DIVISION.
000730*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000740 FILE SECTION.
000750*-----------------------
000760 FD  MAINT-CLOSE-FILE
000770     RECORD CONTAINS 32 CHARACTERS.
000780     COPY MNTCLS.
000790
000800 FD  MAINT-OPEN-FILE
000810     RECORD CONTAINS 42 CHARACTERS.
000820     COPY MNTOPEN.
000830
000840 FD  MAINT-SUPP-FILE
000850     RECORD CONTAINS 17 CHARACTERS.
000860 01  MAINT-SUPP-RECORD.
000870     05  SP-VEHICLE-ID           PIC X(06).
000880     05  FILLER                  PIC X(01).
000890     05  SP-ORDER-DATE           PIC 9(08).
000900     05  FILLER                  PIC X(01).
000910     05  SP-REASON-CODE          PIC X(01).
000920
000930 FD  NIGHT-FLAG-FILE
000940     RECORD CONTAINS 17 CHARACTERS.
000950 01  NIGHT-FLAG-RECORD.
000960     05  NF-VEHICLE-ID           PIC X(06).
000970     05  FILLER                  PIC X(01).
000980     05  NF-FLAG-DATE            PIC 9(08).
000990     05  FILLER                  PIC X(01).
001000     05  NF-FLAG-TYPE            PIC X(01).
001010
001020 FD  CLOSE-REPORT-FILE
001030     RECORD CONTAINS 80 CHARACTERS.
001040 01  CLOSE-RPT-LINE             PIC X(80).
001050
001060 FD  RUN-CONTROL-FILE
001070     RECORD CONTAINS 11 CHARACTERS.
001080 01  RUN-CONTROL-LINE           PIC X(11).
001090*-----------------------
001100 WORKING-STORAGE SECTION.
001110*-----------------------
001120 01  CLOSE-FILE-SWITCHES.
001130     05  WS-CLOSE-STATUS         PIC X(02) VALUE SPACES.
001140         88  CLOSE-FILE-OK       VALUE "00".
001150         88  CLOSE-FILE-EOF      VALUE "10".
001160         88  CLOSE-FILE-MISSING  VALUE "35".
001170
001180 01  MNTOPEN-FILE-SWITCHES.
001190     05  WS-MNTOPEN-STATUS       PIC X(02) VALUE SPACES.
001200         88  MNTOPEN-FILE-OK     VALUE "00".
001210         88  MNTOPEN-FILE-EOF    VALUE "10".
001220         88  MNTOPEN-FILE-MISSING VALUE "35".
001230
001240 01  SUPP-FILE-SWITCHES.
001250     05  WS-SUPP-STATUS          PIC X(02) VALUE SPACES.
001260         88  SUPP-FILE-OK        VALUE "00".
001270         88  SUPP-FILE-EOF       VALUE "10".
001280         88  SUPP-FILE-MISSING   VALUE "35".
001290
001300 01  NIGHTFLG-SWITCHES.
001310     05  WS-NIGHTFLG-STATUS      PIC X(02) VALUE SPACES.
001320         88  NIGHTFLG-FILE-OK    VALUE "00".
001330         88  NIGHTFLG-FILE-EOF   VALUE "10".
001340         88  NIGHTFLG-FILE-MISSING VALUE "35".
001350
001360 01  MNTCRPT-FILE-SWITCHES.
001370     05  WS-MNTCRPT-STATUS       PIC X(02) VALUE SPACES.
001380         88  MNTCRPT-FILE-OK     VALUE "00".
001390
001400 01  RUNCTL-SWITCHES.
001410     05  WS-RUNCTL-STATUS        PIC X(02) VALUE SPACES.
001420         88  RUNCTL-FILE-OK      VALUE "00".
001430         88  RUNCTL-FILE-EOF     VALUE "10".
001440         88  RUNCTL-FILE-MISSING VALUE "35".
001450     05  WS-RUNCTL-FOUND-SW      PIC X(01) VALUE "N".
001460         88  RUNCTL-FOUND        VALUE "Y".
001470     05  WS-RUN-TODAY            PIC 9(08) VALUE ZERO.
001480
001490     COPY RUNCTL.
001500
001510 01  CLOSE-OUT-SWITCHES.
001520     05  WS-EOF-SW               PIC X(01) VALUE "N".
001530         88  END-OF-FILE         VALUE "Y".
001540     05  WS-RUN-BLOCKED-SW       PIC X(01) VALUE "N".
001550         88  STREAM-NOT-COMPLETE VALUE "Y".
001560     05  WS-CLOSE-RECEIVED-SW    PIC X(01) VALUE "N".
001570         88  CLOSE-FILE-RECEIVED VALUE "Y".
001580     05  WS-HEADER-FOUND-SW      PIC X(01) VALUE "N".
001590         88  HEADER-FOUND        VALUE "Y".
001600     05  WS-TRAILER-FOUND-SW     PIC X(01) VALUE "N".
001610         88  TRAILER-FOUND       VALUE "Y".
001620     05  WS-BALANCE-SW           PIC X(01) VALUE "N".
001630         88  CLOSE-IN-BALANCE    VALUE "Y".
001640     05  WS-APPLIED-SW           PIC X(01) VALUE "N".
001650         88  CLOSE-OUTS-APPLIED  VALUE "Y".
001660     05  WS-MATCH-FOUND-SW       PIC X(01) VALUE "N".
001670         88  ORDER-MATCH-FOUND   VALUE "Y".
001680     05  WS-OPEN-OVFL-SW         PIC X(01) VALUE "N".
001690         88  OPEN-TABLE-FULL     VALUE "Y".
001700     05  WS-CLOSE-OVFL-SW        PIC X(01) VALUE "N".
001710         88  CLOSE-TABLE-FULL    VALUE "Y".
001720     05  WS-SUPP-OVFL-SW         PIC X(01) VALUE "N".
001730         88  SUPP-TABLE-FULL     VALUE "Y".
001740
001750 01  OPEN-ORDER-TABLE.
001760     05  WS-OPEN-MAX             PIC 9(04) COMP VALUE 1000.
001770     05  WS-OPEN-COUNT           PIC 9(04) COMP VALUE ZERO.
001780     05  WS-OPEN-ENTRY           OCCURS 1000 TIMES
001790                                 INDEXED BY OP-IDX.
001800         10  WN-VEHICLE-ID       PIC X(06).
001810         10  WN-DEPOT            PIC X(04).
001820         10  WN-REASON-CODE      PIC X(01).
001830         10  WN-FLAG-DATE        PIC 9(08).
001840         10  WN-ORDER-DATE       PIC 9(08).
001850         10  WN-STATUS           PIC X(01).
001860         10  WN-CLOSE-DATE       PIC 9(08).
001870         10  WN-AGE-DAYS         PIC 9(03) COMP.
001880         10  WN-RETURNED-SW      PIC X(01).
001890         10  WN-RETURN-DATE      PIC 9(08).
001900         10  WN-RETURN-TYPE      PIC X(01).
001910
001920 01  CLOSE-OUT-TABLE.
001930     05  WS-CLOSE-MAX            PIC 9(04) COMP VALUE 500.
001940     05  WS-CLOSE-COUNT          PIC 9(04) COMP VALUE ZERO.
001950     05  WS-CLOSE-ENTRY          OCCURS 500 TIMES
001960                                 INDEXED BY CL-IDX.
001970         10  WC-VEHICLE-ID       PIC X(06).
001980         10  WC-DEPOT            PIC X(04).
001990         10  WC-REASON-CODE      PIC X(01).
002000         10  WC-FLAG-DATE        PIC 9(08).
002010         10  WC-CLOSE-DATE       PIC 9(08).
002020         10  WC-MATCHED-SW       PIC X(01).
002030
002040 01  SUPPRESSION-TABLE.
002050     05  WS-SUPP-MAX             PIC 9(04) COMP VALUE 500.
002060     05  WS-SUPP-COUNT           PIC 9(04) COMP VALUE ZERO.
002070     05  WS-SUPP-IDX             PIC 9(04) COMP VALUE ZERO.
002080     05  WS-SUPP-ENTRY           OCCURS 500 TIMES.
002090         10  WP-VEHICLE-ID       PIC X(06).
002100         10  WP-ORDER-DATE       PIC 9(08).
002110         10  WP-REASON-CODE      PIC X(01).
002120         10  WP-RELEASED-SW      PIC X(01).
002130
002140 01  NIGHT-FLAG-TABLE.
002150     05  WS-FLAG-MAX             PIC 9(04) COMP VALUE 500.
002160     05  WS-FLAG-COUNT           PIC 9(04) COMP VALUE ZERO.
002170     05  WS-FLAG-ENTRY           OCCURS 500 TIMES
002180                                 INDEXED BY FG-IDX.
002190         10  WF-VEHICLE-ID       PIC X(06).
002200         10  WF-FLAG-DATE        PIC 9(08).
002210         10  WF-FLAG-TYPE        PIC X(01).
002220
002230 01  DEPOT-AGE-TABLE.
002240     05  WS-DEPOT-MAX            PIC 9(03) COMP VALUE 100.
002250     05  WS-DEPOT-COUNT          PIC 9(03) COMP VALUE ZERO.
002260     05  WS-DEPOT-ENTRY          OCCURS 100 TIMES
002270                                 INDEXED BY DP-IDX.
002280         10  WD-DEPOT            PIC X(04).
002290         10  WD-AGE-0-2          PIC 9(05) COMP.
002300         10  WD-AGE-3-7          PIC 9(05) COMP.
002310         10  WD-AGE-OVER-7       PIC 9(05) COMP.
002320
002330 01  DEPOT-WORK-FIELDS.
002340     05  WS-LOOKUP-DEPOT         PIC X(04) VALUE SPACES.
002350     05  WS-CUR-DEPOT            PIC X(04) VALUE SPACES.
002360     05  WS-DEPOT-FOUND-SW       PIC X(01) VALUE "N".
002370         88  DEPOT-ENTRY-FOUND   VALUE "Y".
002380     05  WS-DEPOT-FOUND-IDX      PIC 9(03) COMP VALUE ZERO.
002390     05  WS-DEPOT-OVFL-SW        PIC X(01) VALUE "N".
002400         88  DEPOT-TABLE-FULL    VALUE "Y".
002410     05  WS-SORT-I               PIC 9(03) COMP VALUE ZERO.
002420     05  WS-SORT-J               PIC 9(03) COMP VALUE ZERO.
002430     05  WS-DEPOT-SWAP.
002440         10  WS-SWAP-DEPOT       PIC X(04).
002450         10  WS-SWAP-AGE-0-2     PIC 9(05) COMP.
002460         10  WS-SWAP-AGE-3-7     PIC 9(05) COMP.
002470         10  WS-SWAP-AGE-OVER-7  PIC 9(05) COMP.
002480
002490 01  CLOSE-OUT-COUNTERS.
002500     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
002510     05  WS-RETURN-CUTOFF        PIC 9(08) VALUE ZERO.
002520     05  WS-CLOSE-RUN-DATE       PIC 9(08) VALUE ZERO.
002530     05  WS-CLOSE-DETAILS-READ   PIC 9(07) COMP VALUE ZERO.
002540     05  WS-CLOSE-HASH           PIC 9(13) COMP VALUE ZERO.
002550     05  WS-TRL-COUNT            PIC 9(07) VALUE ZERO.
002560     05  WS-TRL-HASH             PIC 9(13) VALUE ZERO.
002570     05  WS-MATCH-ORDER-DATE     PIC 9(08) VALUE ZERO.
002580     05  WS-CLOSED-COUNT         PIC 9(05) COMP VALUE ZERO.
002590     05  WS-NEVER-SENT-COUNT     PIC 9(05) COMP VALUE ZERO.
002600     05  WS-RELEASED-COUNT       PIC 9(05) COMP VALUE ZERO.
002610     05  WS-RETURNED-COUNT       PIC 9(05) COMP VALUE ZERO.
002620     05  WS-OPEN-ORDER-COUNT     PIC 9(05) COMP VALUE ZERO.
002630     05  WS-DROPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
002640     05  WS-TOT-AGE-0-2          PIC 9(05) COMP VALUE ZERO.
002650     05  WS-TOT-AGE-3-7          PIC 9(05) COMP VALUE ZERO.
002660     05  WS-TOT-AGE-OVER-7       PIC 9(05) COMP VALUE ZERO.
002670
002680 01  DATE-WALK-FIELDS.
002690     05  WS-CUR-DATE             PIC 9(08) VALUE ZERO.
002700     05  WS-CUR-DATE-PARTS REDEFINES WS-CUR-DATE.
002710         10  WS-CUR-YYYY         PIC 9(04).
002720         10  WS-CUR-MM           PIC 9(02).
002730         10  WS-CUR-DD           PIC 9(02).
002740     05  WS-AGE-DAYS             PIC 9(03) COMP VALUE ZERO.
002750     05  WS-AGE-LIMIT            PIC 9(03) COMP VALUE 999.
002760     05  WS-LEAP-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
002770     05  WS-LEAP-REMAINDER       PIC 9(04) COMP VALUE ZERO.
002780     05  WS-DAYS-IN-MONTH        PIC 9(02) COMP VALUE ZERO.
002790
002800 01  REPORT-WORK-FIELDS.
002810     05  WS-RPT-COUNT-ED         PIC ZZZ,ZZ9.
002820     05  WS-RPT-AGE-ED           PIC ZZ9.
002830     05  WS-RPT-0-2-ED           PIC ZZ,ZZ9.
002840     05  WS-RPT-3-7-ED           PIC ZZ,ZZ9.
002850     05  WS-RPT-OVER-7-ED        PIC ZZ,ZZ9.
002860*-----------------------
002870 PROCEDURE DIVISION.
002880*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002890 0000-MAINLINE.
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002910
002920     IF STREAM-NOT-COMPLETE
002930         DISPLAY "LAB07-MNTCLS - TONIGHT'S WATCHLIST HAS NOT "
002940             "COMPLETED - NOTHING CLOSED."
002950     ELSE
002960         PERFORM 2000-APPLY-CLOSE-OUTS THRU 2000-EXIT
002970         PERFORM 3000-CHECK-FLAG-RETURNS THRU 3000-EXIT
002980         PERFORM 4000-AGE-OPEN-ORDERS THRU 4000-EXIT
002990         PERFORM 9000-TERMINATE THRU 9000-EXIT.
003000
003010     STOP RUN.
003020*
003030*-----------------------------------------------------------
003040* 1000-INITIALIZE - HOLD UNTIL TONIGHT'S WATCHLIST COMPLETED
003050*                   (TONIGHT'S NIGHTFLG MUST BE THE ONE JUDGED),
003060*                   THEN LOAD THE OPEN REGISTER, THE GARAGE'S
003070*                   CLOSE-OUTS, THE SUPPRESSION FILE, AND
003080*                   TONIGHT'S SENSOR FLAGS. THE RETURN CUTOFF IS
003090*                   THE DAY BEFORE THE BUSINESS DATE - ANYTHING
003100*                   CLOSED SINCE THEN IS STILL ON ITS NEXT NIGHT.
003110*-----------------------------------------------------------
003120 1000-INITIALIZE.
003130     ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD.
003140     PERFORM 8000-READ-RUN-CONTROL THRU 8000-EXIT.
003150     IF NOT RUNCTL-FOUND
003160             OR RC-BUSINESS-DATE NOT = WS-RUN-TODAY
003170             OR NOT RC-WATCH-COMPLETED
003180         SET STREAM-NOT-COMPLETE TO TRUE
003190         GO TO 1000-EXIT.
003200     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE.
003210
003220     MOVE WS-BUSINESS-DATE TO WS-CUR-DATE.
003230     PERFORM 7000-PREVIOUS-DAY THRU 7000-EXIT.
003240     MOVE WS-CUR-DATE TO WS-RETURN-CUTOFF.
003250
003260     PERFORM 1100-LOAD-OPEN-ORDERS THRU 1100-EXIT.
003270     PERFORM 1200-LOAD-CLOSE-OUTS THRU 1200-EXIT.
003280     PERFORM 1300-LOAD-SUPPRESSION THRU 1300-EXIT.
003290     PERFORM 1400-LOAD-NIGHT-FLAGS THRU 1400-EXIT.
003300 1000-EXIT.
003310     EXIT.
003320*
003330*-----------------------------------------------------------
003340* 1100-LOAD-OPEN-ORDERS - READ THE WHOLE MNTOPEN REGISTER INTO
003350*                         THE OPEN-ORDER TABLE. A REGISTER
003360*                         LARGER THAN THE TABLE IS NOTED AND
003370*                         LEFT UNTOUCHED AT EXIT.
003380*-----------------------------------------------------------
003390 1100-LOAD-OPEN-ORDERS.
003400     OPEN INPUT MAINT-OPEN-FILE.
003410     IF MNTOPEN-FILE-MISSING
003420         GO TO 1100-EXIT.
003430     MOVE "N" TO WS-EOF-SW.
003440     PERFORM 1900-READ-OPEN THRU 1900-EXIT.
003450     PERFORM 1110-LOAD-ONE-OPEN THRU 1110-EXIT
003460         UNTIL END-OF-FILE.
003470     CLOSE MAINT-OPEN-FILE.
003480 1100-EXIT.
003490     EXIT.
003500*
003510 1110-LOAD-ONE-OPEN.
003520     IF WS-OPEN-COUNT < WS-OPEN-MAX
003530         ADD 1 TO WS-OPEN-COUNT
003540         SET OP-IDX TO WS-OPEN-COUNT
003550         MOVE MO-VEHICLE-ID TO WN-VEHICLE-ID (OP-IDX)
003560         MOVE MO-DEPOT TO WN-DEPOT (OP-IDX)
003570         MOVE MO-REASON-CODE TO WN-REASON-CODE (OP-IDX)
003580         MOVE MO-FLAG-DATE TO WN-FLAG-DATE (OP-IDX)
003590         MOVE MO-ORDER-DATE TO WN-ORDER-DATE (OP-IDX)
003600         MOVE MO-STATUS TO WN-STATUS (OP-IDX)
003610         MOVE MO-CLOSE-DATE TO WN-CLOSE-DATE (OP-IDX)
003620         MOVE ZERO TO WN-AGE-DAYS (OP-IDX)
003630                      WN-RETURN-DATE (OP-IDX)
003640         MOVE "N" TO WN-RETURNED-SW (OP-IDX)
003650         MOVE SPACES TO WN-RETURN-TYPE (OP-IDX)
003660     ELSE
003670         SET OPEN-TABLE-FULL TO TRUE.
003680     PERFORM 1900-READ-OPEN THRU 1900-EXIT.
003690 1110-EXIT.
003700     EXIT.
003710*
003720 1900-READ-OPEN.
003730     READ MAINT-OPEN-FILE
003740         AT END SET END-OF-FILE TO TRUE.
003750 1900-EXIT.
003760     EXIT.
003770*
003780*-----------------------------------------------------------
003790* 1200-LOAD-CLOSE-OUTS - READ THE GARAGE'S RETURN FILE - THE
003800*                        HEADER GIVES THEIR RUN DATE, THE
003810*                        TRAILER THEIR CONTROL TOTALS, AND EACH
003820*                        DETAIL IS COUNTED, HASHED ON ITS FLAG
003830*                        DATE, AND TABLED UNMATCHED. NOTHING IS
003840*                        APPLIED UNTIL THE WHOLE FILE BALANCES.
003850*-----------------------------------------------------------
003860 1200-LOAD-CLOSE-OUTS.
003870     OPEN INPUT MAINT-CLOSE-FILE.
003880     IF CLOSE-FILE-MISSING
003890         GO TO 1200-EXIT.
003900     SET CLOSE-FILE-RECEIVED TO TRUE.
003910     MOVE "N" TO WS-EOF-SW.
003920     PERFORM 1910-READ-CLOSE THRU 1910-EXIT.
003930     PERFORM 1210-LOAD-ONE-CLOSE THRU 1210-EXIT
003940         UNTIL END-OF-FILE.
003950     CLOSE MAINT-CLOSE-FILE.
003960
003970     IF HEADER-FOUND AND TRAILER-FOUND
003980             AND WS-TRL-COUNT = WS-CLOSE-DETAILS-READ
003990             AND WS-TRL-HASH = WS-CLOSE-HASH
004000         SET CLOSE-IN-BALANCE TO TRUE.
004010 1200-EXIT.
004020     EXIT.
004030*
004040 1210-LOAD-ONE-CLOSE.
004050     EVALUATE CD-RECORD-TYPE
004060         WHEN "HDR"
004070             SET HEADER-FOUND TO TRUE
004080             MOVE CH-RUN-DATE TO WS-CLOSE-RUN-DATE
004090         WHEN "TRL"
004100             SET TRAILER-FOUND TO TRUE
004110             MOVE CT-RECORD-COUNT TO WS-TRL-COUNT
004120             MOVE CT-HASH-TOTAL TO WS-TRL-HASH
004130         WHEN "DTL"
004140             ADD 1 TO WS-CLOSE-DETAILS-READ
004150             ADD CD-FLAG-DATE TO WS-CLOSE-HASH
004160             PERFORM 1220-TABLE-ONE-CLOSE THRU 1220-EXIT
004170         WHEN OTHER
004180             CONTINUE
004190     END-EVALUATE.
004200     PERFORM 1910-READ-CLOSE THRU 1910-EXIT.
004210 1210-EXIT.
004220     EXIT.
004230*
004240 1220-TABLE-ONE-CLOSE.
004250     IF WS-CLOSE-COUNT NOT < WS-CLOSE-MAX
004260         SET CLOSE-TABLE-FULL TO TRUE
004270         GO TO 1220-EXIT.
004280     ADD 1 TO WS-CLOSE-COUNT.
004290     SET CL-IDX TO WS-CLOSE-COUNT.
004300     MOVE CD-VEHICLE-ID TO WC-VEHICLE-ID (CL-IDX).
004310     MOVE CD-DEPOT TO WC-DEPOT (CL-IDX).
004320     MOVE CD-REASON-CODE TO WC-REASON-CODE (CL-IDX).
004330     MOVE CD-FLAG-DATE TO WC-FLAG-DATE (CL-IDX).
004340     MOVE CD-CLOSE-DATE TO WC-CLOSE-DATE (CL-IDX).
004350     MOVE "N" TO WC-MATCHED-SW (CL-IDX).
004360 1220-EXIT.
004370     EXIT.
004380*
004390 1910-READ-CLOSE.
004400     READ MAINT-CLOSE-FILE
004410         AT END SET END-OF-FILE TO TRUE.
004420 1910-EXIT.
004430     EXIT.
004440*
004450*-----------------------------------------------------------
004460* 1300-LOAD-SUPPRESSION - READ MNTSUPP INTO THE SUPPRESSION
004470*                         TABLE, NOTHING RELEASED YET.
004480*-----------------------------------------------------------
004490 1300-LOAD-SUPPRESSION.
004500     OPEN INPUT MAINT-SUPP-FILE.
004510     IF SUPP-FILE-MISSING
004520         GO TO 1300-EXIT.
004530     MOVE "N" TO WS-EOF-SW.
004540     PERFORM 1920-READ-SUPP THRU 1920-EXIT.
004550     PERFORM 1310-LOAD-ONE-SUPP THRU 1310-EXIT
004560         UNTIL END-OF-FILE.
004570     CLOSE MAINT-SUPP-FILE.
004580 1300-EXIT.
004590     EXIT.
004600*
004610 1310-LOAD-ONE-SUPP.
004620     IF WS-SUPP-COUNT < WS-SUPP-MAX
004630         ADD 1 TO WS-SUPP-COUNT
004640         MOVE SP-VEHICLE-ID TO WP-VEHICLE-ID (WS-SUPP-COUNT)
004650         MOVE SP-ORDER-DATE TO WP-ORDER-DATE (WS-SUPP-COUNT)
004660         MOVE SP-REASON-CODE TO WP-REASON-CODE (WS-SUPP-COUNT)
004670         MOVE "N" TO WP-RELEASED-SW (WS-SUPP-COUNT)
004680     ELSE
004690         SET SUPP-TABLE-FULL TO TRUE.
004700     PERFORM 1920-READ-SUPP THRU 1920-EXIT.
004710 1310-EXIT.
004720     EXIT.
004730*
004740 1920-READ-SUPP.
004750     READ MAINT-SUPP-FILE
004760         AT END SET END-OF-FILE TO TRUE.
004770 1920-EXIT.
004780     EXIT.
004790*
004800*-----------------------------------------------------------
004810* 1400-LOAD-NIGHT-FLAGS - TONIGHT'S S AND U SENSOR FLAGS FROM
004820*                         THE RATING RUN, FOR THE FLAG-RETURNED
004830*                         CHECK.
004840*-----------------------------------------------------------
004850 1400-LOAD-NIGHT-FLAGS.
004860     OPEN INPUT NIGHT-FLAG-FILE.
004870     IF NIGHTFLG-FILE-MISSING
004880         GO TO 1400-EXIT.
004890     MOVE "N" TO WS-EOF-SW.
004900     PERFORM 1930-READ-NIGHT-FLAG THRU 1930-EXIT.
004910     PERFORM 1410-LOAD-ONE-FLAG THRU 1410-EXIT
004920         UNTIL END-OF-FILE
004930            OR WS-FLAG-COUNT NOT < WS-FLAG-MAX.
004940     CLOSE NIGHT-FLAG-FILE.
004950 1400-EXIT.
004960     EXIT.
004970*
004980 1410-LOAD-ONE-FLAG.
004990     ADD 1 TO WS-FLAG-COUNT.
005000     SET FG-IDX TO WS-FLAG-COUNT.
005010     MOVE NF-VEHICLE-ID TO WF-VEHICLE-ID (FG-IDX).
005020     MOVE NF-FLAG-DATE TO WF-FLAG-DATE (FG-IDX).
005030     MOVE NF-FLAG-TYPE TO WF-FLAG-TYPE (FG-IDX).
005040     PERFORM 1930-READ-NIGHT-FLAG THRU 1930-EXIT.
005050 1410-EXIT.
005060     EXIT.
005070*
005080 1930-READ-NIGHT-FLAG.
005090     READ NIGHT-FLAG-FILE
005100         AT END SET END-OF-FILE TO TRUE.
005110 1930-EXIT.
005120     EXIT.
005130*
005140*-----------------------------------------------------------
005150* 2000-APPLY-CLOSE-OUTS - CLOSE EACH OPEN ORDER THE GARAGE
005160*                         REPORTS FINISHED. ONLY A RECEIVED,
005170*                         IN-BALANCE FILE IS APPLIED, AND ONLY
005180*                         WHEN THE REGISTER, THE CLOSE-OUTS, AND
005190*                         THE SUPPRESSION FILE ALL FIT THEIR
005200*                         TABLES - OTHERWISE THE REWRITE WOULD
005210*                         LOSE ENTRIES.
005220*-----------------------------------------------------------
005230 2000-APPLY-CLOSE-OUTS.
005240     IF NOT CLOSE-FILE-RECEIVED
005250             OR NOT CLOSE-IN-BALANCE
005260         GO TO 2000-EXIT.
005270     IF OPEN-TABLE-FULL OR CLOSE-TABLE-FULL OR SUPP-TABLE-FULL
005280         GO TO 2000-EXIT.
005290
005300     SET CLOSE-OUTS-APPLIED TO TRUE.
005310     PERFORM 2100-APPLY-ONE-CLOSE THRU 2100-EXIT
005320         VARYING CL-IDX FROM 1 BY 1
005330         UNTIL CL-IDX > WS-CLOSE-COUNT.
005340 2000-EXIT.
005350     EXIT.
005360*
005370*-----------------------------------------------------------
005380* 2100-APPLY-ONE-CLOSE - FIND THE OPEN ORDER WITH THE SAME
005390*                        VEHICLE, REASON CODE, AND FLAG DATE,
005400*                        CLOSE IT, AND RELEASE ITS SUPPRESSION.
005410*                        A CLOSE-OUT MATCHING NO OPEN ORDER (ONE
005420*                        WE NEVER SENT, OR ONE ALREADY CLOSED)
005430*                        STAYS UNMATCHED FOR ITS OWN SECTION.
005440*-----------------------------------------------------------
005450 2100-APPLY-ONE-CLOSE.
005460     MOVE "N" TO WS-MATCH-FOUND-SW.
005470     PERFORM 2110-MATCH-ONE-OPEN THRU 2110-EXIT
005480         VARYING OP-IDX FROM 1 BY 1
005490         UNTIL OP-IDX > WS-OPEN-COUNT
005500            OR ORDER-MATCH-FOUND.
005510
005520     IF NOT ORDER-MATCH-FOUND
005530         ADD 1 TO WS-NEVER-SENT-COUNT
005540         GO TO 2100-EXIT.
005550
005560     MOVE "Y" TO WC-MATCHED-SW (CL-IDX).
005570     ADD 1 TO WS-CLOSED-COUNT.
005580     PERFORM 2200-RELEASE-ONE-SUPP THRU 2200-EXIT
005590         VARYING WS-SUPP-IDX FROM 1 BY 1
005600         UNTIL WS-SUPP-IDX > WS-SUPP-COUNT.
005610 2100-EXIT.
005620     EXIT.
005630*
005640 2110-MATCH-ONE-OPEN.
005650     IF WN-STATUS (OP-IDX) = "O"
005660             AND WN-VEHICLE-ID (OP-IDX) = WC-VEHICLE-ID (CL-IDX)
005670             AND WN-REASON-CODE (OP-IDX) = WC-REASON-CODE (CL-IDX)
005680             AND WN-FLAG-DATE (OP-IDX) = WC-FLAG-DATE (CL-IDX)
005690         MOVE "C" TO WN-STATUS (OP-IDX)
005700         MOVE WC-CLOSE-DATE (CL-IDX) TO WN-CLOSE-DATE (OP-IDX)
005710         MOVE WN-ORDER-DATE (OP-IDX) TO WS-MATCH-ORDER-DATE
005720         SET ORDER-MATCH-FOUND TO TRUE.
005730 2110-EXIT.
005740     EXIT.
005750*
005760*-----------------------------------------------------------
005770* 2200-RELEASE-ONE-SUPP - THE SUPPRESSION LAB07-MNTORD MADE WHEN
005780*                         IT SENT THIS ORDER - SAME VEHICLE,
005790*                         REASON, AND ORDER DATE - IS RELEASED.
005800*                         A SUPPRESSION FROM A LATER ORDER STILL
005810*                         AT THE GARAGE IS LEFT ALONE.
005820*-----------------------------------------------------------
005830 2200-RELEASE-ONE-SUPP.
005840     IF WP-RELEASED-SW (WS-SUPP-IDX) = "N"
005850             AND WP-VEHICLE-ID (WS-SUPP-IDX) =
005860                 WC-VEHICLE-ID (CL-IDX)
005870             AND WP-REASON-CODE (WS-SUPP-IDX) =
005880                 WC-REASON-CODE (CL-IDX)
005890             AND WP-ORDER-DATE (WS-SUPP-IDX) = WS-MATCH-ORDER-DATE
005900         MOVE "Y" TO WP-RELEASED-SW (WS-SUPP-IDX)
005910         ADD 1 TO WS-RELEASED-COUNT.
005920 2200-EXIT.
005930     EXIT.
005940*
005950*-----------------------------------------------------------
005960* 3000-CHECK-FLAG-RETURNS - EVERY ORDER CLOSED SINCE THE RETURN
005970*                           CUTOFF IS CHECKED AGAINST TONIGHT'S
005980*                           SENSOR FLAGS. A FLAG DATED AFTER THE
005990*                           CLOSE-OUT MEANS THE FAULT CAME
006000*                           STRAIGHT BACK - THE REPAIR DID NOT
006010*                           HOLD.
006020*-----------------------------------------------------------
006030 3000-CHECK-FLAG-RETURNS.
006040     PERFORM 3100-CHECK-ONE-CLOSED THRU 3100-EXIT
006050         VARYING OP-IDX FROM 1 BY 1
006060         UNTIL OP-IDX > WS-OPEN-COUNT.
006070 3000-EXIT.
006080     EXIT.
006090*
006100 3100-CHECK-ONE-CLOSED.
006110     IF WN-STATUS (OP-IDX) NOT = "C"
006120             OR WN-CLOSE-DATE (OP-IDX) < WS-RETURN-CUTOFF
006130         GO TO 3100-EXIT.
006140     PERFORM 3110-MATCH-ONE-FLAG THRU 3110-EXIT
006150         VARYING FG-IDX FROM 1 BY 1
006160         UNTIL FG-IDX > WS-FLAG-COUNT
006170            OR WN-RETURNED-SW (OP-IDX) = "Y".
006180 3100-EXIT.
006190     EXIT.
006200*
006210 3110-MATCH-ONE-FLAG.
006220     IF WF-VEHICLE-ID (FG-IDX) = WN-VEHICLE-ID (OP-IDX)
006230             AND WF-FLAG-DATE (FG-IDX) > WN-CLOSE-DATE (OP-IDX)
006240         MOVE "Y" TO WN-RETURNED-SW (OP-IDX)
006250         MOVE WF-FLAG-DATE (FG-IDX) TO WN-RETURN-DATE (OP-IDX)
006260         MOVE WF-FLAG-TYPE (FG-IDX) TO WN-RETURN-TYPE (OP-IDX)
006270         ADD 1 TO WS-RETURNED-COUNT.
006280 3110-EXIT.
006290     EXIT.
006300*
006310*-----------------------------------------------------------
006320* 4000-AGE-OPEN-ORDERS - AGE EVERY ORDER STILL OPEN FROM ITS
006330*                        ORDER DATE TO THE BUSINESS DATE AND ADD
006340*                        IT TO ITS DEPOT'S 0-2 / 3-7 / OVER-7
006350*                        DAY BUCKET, THEN PUT THE DEPOTS IN
006360*                        DEPOT-CODE ORDER FOR THE BREAKS.
006370*-----------------------------------------------------------
006380 4000-AGE-OPEN-ORDERS.
006390     PERFORM 4100-AGE-ONE-ORDER THRU 4100-EXIT
006400         VARYING OP-IDX FROM 1 BY 1
006410         UNTIL OP-IDX > WS-OPEN-COUNT.
006420     PERFORM 4300-SORT-DEPOTS THRU 4300-EXIT.
006430 4000-EXIT.
006440     EXIT.
006450*
006460*-----------------------------------------------------------
006470* 4100-AGE-ONE-ORDER - THE AGE IS COUNTED BY STEPPING THE ORDER
006480*                      DATE FORWARD ONE CALENDAR DAY AT A TIME
006490*                      TO THE BUSINESS DATE, GUARDED SO A BAD
006500*                      DATE ALWAYS ENDS.
006510*-----------------------------------------------------------
006520 4100-AGE-ONE-ORDER.
006530     IF WN-STATUS (OP-IDX) NOT = "O"
006540         GO TO 4100-EXIT.
006550     ADD 1 TO WS-OPEN-ORDER-COUNT.
006560
006570     MOVE WN-ORDER-DATE (OP-IDX) TO WS-CUR-DATE.
006580     MOVE ZERO TO WS-AGE-DAYS.
006590     PERFORM 7150-COUNT-ONE-DAY THRU 7150-EXIT
006600         UNTIL WS-CUR-DATE NOT < WS-BUSINESS-DATE
006610            OR WS-AGE-DAYS NOT < WS-AGE-LIMIT.
006620     MOVE WS-AGE-DAYS TO WN-AGE-DAYS (OP-IDX).
006630
006640     MOVE WN-DEPOT (OP-IDX) TO WS-LOOKUP-DEPOT.
006650     PERFORM 4200-FIND-DEPOT-ENTRY THRU 4200-EXIT.
006660     IF WS-AGE-DAYS NOT > 2
006670         ADD 1 TO WD-AGE-0-2 (WS-DEPOT-FOUND-IDX)
006680         ADD 1 TO WS-TOT-AGE-0-2
006690     ELSE IF WS-AGE-DAYS NOT > 7
006700         ADD 1 TO WD-AGE-3-7 (WS-DEPOT-FOUND-IDX)
006710         ADD 1 TO WS-TOT-AGE-3-7
006720     ELSE
006730         ADD 1 TO WD-AGE-OVER-7 (WS-DEPOT-FOUND-IDX)
006740         ADD 1 TO WS-TOT-AGE-OVER-7.
006750 4100-EXIT.
006760     EXIT.
006770*
006780*-----------------------------------------------------------
006790* 4200-FIND-DEPOT-ENTRY - FIND THE DEPOT IN WS-LOOKUP-DEPOT IN
006800*                         THE AGE TABLE, ADDING IT WITH ZERO
006810*                         BUCKETS ON FIRST SIGHT. IF THE TABLE
006820*                         IS EVER FULL, EXTRA DEPOTS COMBINE INTO
006830*                         THE LAST ENTRY AND THE REPORT SAYS SO.
006840*-----------------------------------------------------------
006850 4200-FIND-DEPOT-ENTRY.
006860     MOVE "N" TO WS-DEPOT-FOUND-SW.
006870     MOVE ZERO TO WS-DEPOT-FOUND-IDX.
006880     PERFORM 4210-MATCH-ONE-DEPOT THRU 4210-EXIT
006890         VARYING DP-IDX FROM 1 BY 1
006900         UNTIL DP-IDX > WS-DEPOT-COUNT
006910            OR DEPOT-ENTRY-FOUND.
006920     IF DEPOT-ENTRY-FOUND
006930         GO TO 4200-EXIT.
006940
006950     IF WS-DEPOT-COUNT < WS-DEPOT-MAX
006960         ADD 1 TO WS-DEPOT-COUNT
006970         MOVE WS-DEPOT-COUNT TO WS-DEPOT-FOUND-IDX
006980         SET DP-IDX TO WS-DEPOT-COUNT
006990         MOVE WS-LOOKUP-DEPOT TO WD-DEPOT (DP-IDX)
007000         MOVE ZERO TO WD-AGE-0-2 (DP-IDX)
007010                      WD-AGE-3-7 (DP-IDX)
007020                      WD-AGE-OVER-7 (DP-IDX)
007030     ELSE
007040         SET DEPOT-TABLE-FULL TO TRUE
007050         MOVE WS-DEPOT-MAX TO WS-DEPOT-FOUND-IDX.
007060 4200-EXIT.
007070     EXIT.
007080*
007090 4210-MATCH-ONE-DEPOT.
007100     IF WD-DEPOT (DP-IDX) = WS-LOOKUP-DEPOT
007110         SET DEPOT-ENTRY-FOUND TO TRUE
007120         SET WS-DEPOT-FOUND-IDX TO DP-IDX.
007130 4210-EXIT.
007140     EXIT.
007150*
007160*-----------------------------------------------------------
007170* 4300-SORT-DEPOTS - PUT THE AGE TABLE IN DEPOT-CODE ORDER SO
007180*                    THE BREAKS COME OUT SORTED. A PLAIN
007190*                    EXCHANGE SORT - THE TABLE IS SMALL.
007200*-----------------------------------------------------------
007210 4300-SORT-DEPOTS.
007220     IF WS-DEPOT-COUNT < 2
007230         GO TO 4300-EXIT.
007240     PERFORM 4310-SORT-ONE-PASS THRU 4310-EXIT
007250         VARYING WS-SORT-I FROM 1 BY 1
007260         UNTIL WS-SORT-I NOT < WS-DEPOT-COUNT.
007270 4300-EXIT.
007280     EXIT.
007290*
007300 4310-SORT-ONE-PASS.
007310     PERFORM 4320-COMPARE-AND-SWAP THRU 4320-EXIT
007320         VARYING WS-SORT-J FROM 1 BY 1
007330         UNTIL WS-SORT-J > WS-DEPOT-COUNT - WS-SORT-I.
007340 4310-EXIT.
007350     EXIT.
007360*
007370 4320-COMPARE-AND-SWAP.
007380     IF WD-DEPOT (WS-SORT-J) > WD-DEPOT (WS-SORT-J + 1)
007390         MOVE WS-DEPOT-ENTRY (WS-SORT-J) TO WS-DEPOT-SWAP
007400         MOVE WS-DEPOT-ENTRY (WS-SORT-J + 1)
007410             TO WS-DEPOT-ENTRY (WS-SORT-J)
007420         MOVE WS-DEPOT-SWAP TO WS-DEPOT-ENTRY (WS-SORT-J + 1).
007430 4320-EXIT.
007440     EXIT.
007450*
007460*-----------------------------------------------------------
007470* 7000-PREVIOUS-DAY - STEP WS-CUR-DATE BACK ONE CALENDAR DAY,
007480*                     LEAP FEBRUARY INCLUDED, THE SAME WAY
007490*                     LAB07-GENRLL WALKS ITS RETENTION CUTOFF.
007500*-----------------------------------------------------------
007510 7000-PREVIOUS-DAY.
007520     IF WS-CUR-DD > 1
007530         SUBTRACT 1 FROM WS-CUR-DD
007540         GO TO 7000-EXIT.
007550     IF WS-CUR-MM > 1
007560         SUBTRACT 1 FROM WS-CUR-MM
007570     ELSE
007580         SUBTRACT 1 FROM WS-CUR-YYYY
007590         MOVE 12 TO WS-CUR-MM.
007600     PERFORM 7200-SET-DAYS-IN-MONTH THRU 7200-EXIT.
007610     MOVE WS-DAYS-IN-MONTH TO WS-CUR-DD.
007620 7000-EXIT.
007630     EXIT.
007640*
007650*-----------------------------------------------------------
007660* 7100-NEXT-DAY - STEP WS-CUR-DATE FORWARD ONE CALENDAR DAY.
007670*-----------------------------------------------------------
007680 7100-NEXT-DAY.
007690     PERFORM 7200-SET-DAYS-IN-MONTH THRU 7200-EXIT.
007700     IF WS-CUR-DD < WS-DAYS-IN-MONTH
007710         ADD 1 TO WS-CUR-DD
007720         GO TO 7100-EXIT.
007730     MOVE 1 TO WS-CUR-DD.
007740     IF WS-CUR-MM < 12
007750         ADD 1 TO WS-CUR-MM
007760     ELSE
007770         MOVE 1 TO WS-CUR-MM
007780         ADD 1 TO WS-CUR-YYYY.
007790 7100-EXIT.
007800     EXIT.
007810*
007820 7150-COUNT-ONE-DAY.
007830     ADD 1 TO WS-AGE-DAYS.
007840     PERFORM 7100-NEXT-DAY THRU 7100-EXIT.
007850 7150-EXIT.
007860     EXIT.
007870*
007880*-----------------------------------------------------------
007890* 7200-SET-DAYS-IN-MONTH - HOW MANY DAYS WS-CUR-DATE'S MONTH
007900*                          HAS, TESTING THE YEAR FOR A LEAP
007910*                          FEBRUARY WITH PLAIN DIVIDES, THE
007920*                          SAME RULES AS LAB07-EDIT.
007930*-----------------------------------------------------------
007940 7200-SET-DAYS-IN-MONTH.
007950     EVALUATE WS-CUR-MM
007960         WHEN 01
007970         WHEN 03
007980         WHEN 05
007990         WHEN 07
008000         WHEN 08
008010         WHEN 10
008020         WHEN 12
008030             MOVE 31 TO WS-DAYS-IN-MONTH
008040         WHEN 04
008050         WHEN 06
008060         WHEN 09
008070         WHEN 11
008080             MOVE 30 TO WS-DAYS-IN-MONTH
008090         WHEN 02
008100             MOVE 28 TO WS-DAYS-IN-MONTH
008110             DIVIDE WS-CUR-YYYY BY 4
008120                 GIVING WS-LEAP-QUOTIENT
008130                 REMAINDER WS-LEAP-REMAINDER
008140             IF WS-LEAP-REMAINDER = ZERO
008150                 DIVIDE WS-CUR-YYYY BY 100
008160                     GIVING WS-LEAP-QUOTIENT
008170                     REMAINDER WS-LEAP-REMAINDER
008180                 IF WS-LEAP-REMAINDER NOT = ZERO
008190                     MOVE 29 TO WS-DAYS-IN-MONTH
008200                 ELSE
008210                     DIVIDE WS-CUR-YYYY BY 400
008220                         GIVING WS-LEAP-QUOTIENT
008230                         REMAINDER WS-LEAP-REMAINDER
008240                     IF WS-LEAP-REMAINDER = ZERO
008250                         MOVE 29 TO WS-DAYS-IN-MONTH
008260                     END-IF
008270                 END-IF
008280             END-IF
008290         WHEN OTHER
008300             MOVE 31 TO WS-DAYS-IN-MONTH
008310     END-EVALUATE.
008320 7200-EXIT.
008330     EXIT.
008340*
008350*-----------------------------------------------------------
008360* 9000-TERMINATE - REWRITE THE OPEN REGISTER AND, WHEN ANY
008370*                  SUPPRESSION WAS RELEASED, MNTSUPP, THEN WRITE
008380*                  THE CLOSE-OUT REPORT AND THE RUN COUNTS. A
008390*                  REGISTER TOO LARGE FOR THE TABLE IS LEFT
008400*                  EXACTLY AS IT WAS.
008410*-----------------------------------------------------------
008420 9000-TERMINATE.
008430     IF NOT OPEN-TABLE-FULL
008440         PERFORM 9100-REWRITE-OPEN-REGISTER THRU 9100-EXIT.
008450     IF WS-RELEASED-COUNT > ZERO
008460         PERFORM 9150-REWRITE-SUPPRESSION THRU 9150-EXIT.
008470
008480     OPEN OUTPUT CLOSE-REPORT-FILE.
008490     PERFORM 9200-WRITE-RPT-HEADING THRU 9200-EXIT.
008500     IF CLOSE-FILE-RECEIVED AND NOT CLOSE-IN-BALANCE
008510         PERFORM 9250-WRITE-BALANCE-FAILURE THRU 9250-EXIT
008520     ELSE IF CLOSE-FILE-RECEIVED AND NOT CLOSE-OUTS-APPLIED
008530         PERFORM 9260-WRITE-TABLE-FAILURE THRU 9260-EXIT.
008540     PERFORM 9300-WRITE-CLOSED THRU 9300-EXIT.
008550     PERFORM 9400-WRITE-AGED-ORDERS THRU 9400-EXIT.
008560     PERFORM 9500-WRITE-NEVER-SENT THRU 9500-EXIT.
008570     PERFORM 9600-WRITE-FLAG-RETURNS THRU 9600-EXIT.
008580     PERFORM 9700-WRITE-COUNTS THRU 9700-EXIT.
008590     CLOSE CLOSE-REPORT-FILE.
008600
008610     DISPLAY "LAB07-MNTCLS - CLOSE-OUTS RECEIVED : "
008620         WS-CLOSE-DETAILS-READ.
008630     IF CLOSE-FILE-RECEIVED AND NOT CLOSE-IN-BALANCE
008640         DISPLAY "LAB07-MNTCLS - CLOSE-OUT FILE OUT OF BALANCE - "
008650             "NOT APPLIED.".
008660     DISPLAY "LAB07-MNTCLS - ORDERS CLOSED       : "
008670         WS-CLOSED-COUNT.
008680     DISPLAY "LAB07-MNTCLS - NEVER SENT          : "
008690         WS-NEVER-SENT-COUNT.
008700     DISPLAY "LAB07-MNTCLS - FLAGS RETURNED      : "
008710         WS-RETURNED-COUNT.
008720     DISPLAY "LAB07-MNTCLS - ORDERS STILL OPEN   : "
008730         WS-OPEN-ORDER-COUNT.
008740 9000-EXIT.
008750     EXIT.
008760*
008770*-----------------------------------------------------------
008780* 9100-REWRITE-OPEN-REGISTER - OPEN ORDERS STAY ON MNTOPEN. A
008790*                              CLOSED ORDER STAYS ONLY UNTIL ITS
008800*                              NEXT NIGHT HAS BEEN CHECKED - ONE
008810*                              CLOSED BEFORE THE BUSINESS DATE
008820*                              HAS HAD IT AND DROPS OFF.
008830*-----------------------------------------------------------
008840 9100-REWRITE-OPEN-REGISTER.
008850     OPEN OUTPUT MAINT-OPEN-FILE.
008860     PERFORM 9110-REWRITE-ONE-OPEN THRU 9110-EXIT
008870         VARYING OP-IDX FROM 1 BY 1
008880         UNTIL OP-IDX > WS-OPEN-COUNT.
008890     CLOSE MAINT-OPEN-FILE.
008900 9100-EXIT.
008910     EXIT.
008920*
008930 9110-REWRITE-ONE-OPEN.
008940     IF WN-STATUS (OP-IDX) = "C"
008950             AND WN-CLOSE-DATE (OP-IDX) < WS-BUSINESS-DATE
008960         ADD 1 TO WS-DROPPED-COUNT
008970         GO TO 9110-EXIT.
008980     MOVE SPACES TO MAINT-OPEN-RECORD.
008990     MOVE WN-VEHICLE-ID (OP-IDX) TO MO-VEHICLE-ID.
009000     MOVE WN-DEPOT (OP-IDX) TO MO-DEPOT.
009010     MOVE WN-REASON-CODE (OP-IDX) TO MO-REASON-CODE.
009020     MOVE WN-FLAG-DATE (OP-IDX) TO MO-FLAG-DATE.
009030     MOVE WN-ORDER-DATE (OP-IDX) TO MO-ORDER-DATE.
009040     MOVE WN-STATUS (OP-IDX) TO MO-STATUS.
009050     MOVE WN-CLOSE-DATE (OP-IDX) TO MO-CLOSE-DATE.
009060     WRITE MAINT-OPEN-RECORD.
009070 9110-EXIT.
009080     EXIT.
009090*
009100*-----------------------------------------------------------
009110* 9150-REWRITE-SUPPRESSION - REWRITE MNTSUPP WITHOUT THE
009120*                            ENTRIES RELEASED TONIGHT, SO THE
009130*                            NEXT FLAG ON THOSE VEHICLES RAISES
009140*                            A NEW WORK ORDER.
009150*-----------------------------------------------------------
009160 9150-REWRITE-SUPPRESSION.
009170     OPEN OUTPUT MAINT-SUPP-FILE.
009180     PERFORM 9160-REWRITE-ONE-SUPP THRU 9160-EXIT
009190         VARYING WS-SUPP-IDX FROM 1 BY 1
009200         UNTIL WS-SUPP-IDX > WS-SUPP-COUNT.
009210     CLOSE MAINT-SUPP-FILE.
009220 9150-EXIT.
009230     EXIT.
009240*
009250 9160-REWRITE-ONE-SUPP.
009260     IF WP-RELEASED-SW (WS-SUPP-IDX) = "Y"
009270         GO TO 9160-EXIT.
009280     MOVE SPACES TO MAINT-SUPP-RECORD.
009290     MOVE WP-VEHICLE-ID (WS-SUPP-IDX) TO SP-VEHICLE-ID.
009300     MOVE WP-ORDER-DATE (WS-SUPP-IDX) TO SP-ORDER-DATE.
009310     MOVE WP-REASON-CODE (WS-SUPP-IDX) TO SP-REASON-CODE.
009320     WRITE MAINT-SUPP-RECORD.
009330 9160-EXIT.
009340     EXIT.
009350*
009360*-----------------------------------------------------------
009370* 9200-WRITE-RPT-HEADING - THE REPORT TITLE, THE BUSINESS DATE,
009380*                          AND THE GARAGE'S RUN DATE.
009390*-----------------------------------------------------------
009400 9200-WRITE-RPT-HEADING.
009410     MOVE SPACES TO CLOSE-RPT-LINE.
009420     MOVE "LAB07-MNTCLS WORK-ORDER CLOSE-OUT AND AGED OPEN ORDERS"
009430         TO CLOSE-RPT-LINE.
009440     WRITE CLOSE-RPT-LINE.
009450     MOVE SPACES TO CLOSE-RPT-LINE.
009460     STRING "BUSINESS DATE         : " WS-BUSINESS-DATE
009470         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
009480     WRITE CLOSE-RPT-LINE.
009490     MOVE SPACES TO CLOSE-RPT-LINE.
009500     IF CLOSE-FILE-RECEIVED
009510         STRING "CLOSE-OUT FILE DATE   : " WS-CLOSE-RUN-DATE
009520             DELIMITED BY SIZE INTO CLOSE-RPT-LINE
009530     ELSE
009540         MOVE "CLOSE-OUT FILE DATE   : NONE RECEIVED"
009550             TO CLOSE-RPT-LINE.
009560     WRITE CLOSE-RPT-LINE.
009570 9200-EXIT.
009580     EXIT.
009590*
009600*-----------------------------------------------------------
009610* 9250-WRITE-BALANCE-FAILURE - THE GARAGE'S TRAILER DOES NOT
009620*                              MATCH THE DETAILS RECEIVED - SAY
009630*                              WHICH LEG FAILED. NOTHING CLOSED.
009640*-----------------------------------------------------------
009650 9250-WRITE-BALANCE-FAILURE.
009660     MOVE SPACES TO CLOSE-RPT-LINE.
009670     WRITE CLOSE-RPT-LINE.
009680     IF NOT HEADER-FOUND OR NOT TRAILER-FOUND
009690         MOVE "HEADER OR TRAILER MISSING FROM MNTCLOSE -"
009700             TO CLOSE-RPT-LINE
009710     ELSE IF WS-TRL-COUNT NOT = WS-CLOSE-DETAILS-READ
009720         MOVE "TRAILER COUNT DOES NOT MATCH DETAILS RECEIVED -"
009730             TO CLOSE-RPT-LINE
009740     ELSE
009750         MOVE "TRAILER HASH DOES NOT MATCH FLAG DATES RECEIVED -"
009760             TO CLOSE-RPT-LINE.
009770     WRITE CLOSE-RPT-LINE.
009780     MOVE "TRUNCATED OR GARBLED TRANSFER SUSPECTED - ASK THE"
009790         TO CLOSE-RPT-LINE.
009800     WRITE CLOSE-RPT-LINE.
009810     MOVE "GARAGE TO RETRANSMIT. NO WORK ORDERS CLOSED."
009820         TO CLOSE-RPT-LINE.
009830     WRITE CLOSE-RPT-LINE.
009840 9250-EXIT.
009850     EXIT.
009860*
009870*-----------------------------------------------------------
009880* 9260-WRITE-TABLE-FAILURE - THE FILE BALANCED BUT ONE OF THE
009890*                            WORK TABLES OVERFLOWED, SO NOTHING
009900*                            WAS APPLIED RATHER THAN LOSE
009910*                            REGISTER OR SUPPRESSION ENTRIES.
009920*-----------------------------------------------------------
009930 9260-WRITE-TABLE-FAILURE.
009940     MOVE SPACES TO CLOSE-RPT-LINE.
009950     WRITE CLOSE-RPT-LINE.
009960     IF OPEN-TABLE-FULL
009970         MOVE "MNTOPEN REGISTER LARGER THAN THE WORK TABLE -"
009980             TO CLOSE-RPT-LINE
009990     ELSE IF CLOSE-TABLE-FULL
010000         MOVE "MNTCLOSE HAS MORE CLOSE-OUTS THAN THE WORK TABLE -"
010010             TO CLOSE-RPT-LINE
010020     ELSE
010030         MOVE "MNTSUPP LARGER THAN THE WORK TABLE -"
010040             TO CLOSE-RPT-LINE.
010050     WRITE CLOSE-RPT-LINE.
010060     MOVE "NO WORK ORDERS CLOSED. REGISTER AND SUPPRESSIONS LEFT"
010070         TO CLOSE-RPT-LINE.
010080     WRITE CLOSE-RPT-LINE.
010090     MOVE "AS THEY WERE." TO CLOSE-RPT-LINE.
010100     WRITE CLOSE-RPT-LINE.
010110 9260-EXIT.
010120     EXIT.
010130*
010140*-----------------------------------------------------------
010150* 9300-WRITE-CLOSED - THE CLOSE-OUTS APPLIED TONIGHT - EACH ONE
010160*                     CLOSED AN OPEN ORDER AND RELEASED ITS
010170*                     SUPPRESSION.
010180*-----------------------------------------------------------
010190 9300-WRITE-CLOSED.
010200     MOVE SPACES TO CLOSE-RPT-LINE.
010210     WRITE CLOSE-RPT-LINE.
010220     MOVE "WORK ORDERS CLOSED TONIGHT" TO CLOSE-RPT-LINE.
010230     WRITE CLOSE-RPT-LINE.
010240     IF WS-CLOSED-COUNT = ZERO
010250         MOVE SPACES TO CLOSE-RPT-LINE
010260         MOVE "  NONE" TO CLOSE-RPT-LINE
010270         WRITE CLOSE-RPT-LINE
010280         GO TO 9300-EXIT.
010290     PERFORM 9310-WRITE-ONE-CLOSED THRU 9310-EXIT
010300         VARYING CL-IDX FROM 1 BY 1
010310         UNTIL CL-IDX > WS-CLOSE-COUNT.
010320 9300-EXIT.
010330     EXIT.
010340*
010350 9310-WRITE-ONE-CLOSED.
010360     IF WC-MATCHED-SW (CL-IDX) NOT = "Y"
010370         GO TO 9310-EXIT.
010380     MOVE SPACES TO CLOSE-RPT-LINE.
010390     STRING "  VEHICLE " WC-VEHICLE-ID (CL-IDX)
010400         "  DEPOT " WC-DEPOT (CL-IDX)
010410         "  REASON " WC-REASON-CODE (CL-IDX)
010420         "  FLAGGED " WC-FLAG-DATE (CL-IDX)
010430         "  CLOSED " WC-CLOSE-DATE (CL-IDX)
010440         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
010450     WRITE CLOSE-RPT-LINE.
010460 9310-EXIT.
010470     EXIT.
010480*
010490*-----------------------------------------------------------
010500* 9400-WRITE-AGED-ORDERS - THE ORDERS STILL AT THE GARAGE,
010510*                          GROUPED BY DEPOT WITH EACH ORDER'S
010520*                          AGE IN DAYS, A BUCKET-COUNT LINE AT
010530*                          EACH DEPOT BREAK, AND THE FLEET-WIDE
010540*                          BUCKETS AT THE END.
010550*-----------------------------------------------------------
010560 9400-WRITE-AGED-ORDERS.
010570     MOVE SPACES TO CLOSE-RPT-LINE.
010580     WRITE CLOSE-RPT-LINE.
010590     MOVE "AGED OPEN WORK ORDERS BY DEPOT" TO CLOSE-RPT-LINE.
010600     WRITE CLOSE-RPT-LINE.
010610     IF WS-OPEN-ORDER-COUNT = ZERO
010620         MOVE SPACES TO CLOSE-RPT-LINE
010630         MOVE "  NONE - NO WORK ORDERS OPEN" TO CLOSE-RPT-LINE
010640         WRITE CLOSE-RPT-LINE
010650         GO TO 9400-EXIT.
010660
010670     PERFORM 9410-WRITE-ONE-DEPOT THRU 9410-EXIT
010680         VARYING DP-IDX FROM 1 BY 1
010690         UNTIL DP-IDX > WS-DEPOT-COUNT.
010700
010710     MOVE WS-TOT-AGE-0-2 TO WS-RPT-0-2-ED.
010720     MOVE WS-TOT-AGE-3-7 TO WS-RPT-3-7-ED.
010730     MOVE WS-TOT-AGE-OVER-7 TO WS-RPT-OVER-7-ED.
010740     MOVE SPACES TO CLOSE-RPT-LINE.
010750     WRITE CLOSE-RPT-LINE.
010760     MOVE SPACES TO CLOSE-RPT-LINE.
010770     STRING "  ALL DEPOTS  0-2 DAYS " WS-RPT-0-2-ED
010780         "  3-7 DAYS " WS-RPT-3-7-ED
010790         "  OVER 7 DAYS " WS-RPT-OVER-7-ED
010800         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
010810     WRITE CLOSE-RPT-LINE.
010820
010830     IF DEPOT-TABLE-FULL
010840         MOVE SPACES TO CLOSE-RPT-LINE
010850         MOVE "  MORE DEPOTS THAN THE TABLE HOLDS - EXTRAS"
010860             TO CLOSE-RPT-LINE
010870         WRITE CLOSE-RPT-LINE
010880         MOVE "  COUNTED IN THE LAST DEPOT'S BUCKETS"
010890             TO CLOSE-RPT-LINE
010900         WRITE CLOSE-RPT-LINE.
010910 9400-EXIT.
010920     EXIT.
010930*
010940*-----------------------------------------------------------
010950* 9410-WRITE-ONE-DEPOT - ONE DEPOT'S GROUP - A DEPOT HEADER, ITS
010960*                        OPEN ORDERS, AND THE BUCKET COUNTS AT
010970*                        THE BREAK.
010980*-----------------------------------------------------------
010990 9410-WRITE-ONE-DEPOT.
011000     MOVE WD-DEPOT (DP-IDX) TO WS-CUR-DEPOT.
011010     MOVE SPACES TO CLOSE-RPT-LINE.
011020     STRING "  DEPOT " WS-CUR-DEPOT
011030         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
011040     WRITE CLOSE-RPT-LINE.
011050
011060     PERFORM 9420-WRITE-ONE-OPEN THRU 9420-EXIT
011070         VARYING OP-IDX FROM 1 BY 1
011080         UNTIL OP-IDX > WS-OPEN-COUNT.
011090
011100     MOVE WD-AGE-0-2 (DP-IDX) TO WS-RPT-0-2-ED.
011110     MOVE WD-AGE-3-7 (DP-IDX) TO WS-RPT-3-7-ED.
011120     MOVE WD-AGE-OVER-7 (DP-IDX) TO WS-RPT-OVER-7-ED.
011130     MOVE SPACES TO CLOSE-RPT-LINE.
011140     STRING "    TOTAL     0-2 DAYS " WS-RPT-0-2-ED
011150         "  3-7 DAYS " WS-RPT-3-7-ED
011160         "  OVER 7 DAYS " WS-RPT-OVER-7-ED
011170         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
011180     WRITE CLOSE-RPT-LINE.
011190 9410-EXIT.
011200     EXIT.
011210*
011220 9420-WRITE-ONE-OPEN.
011230     IF WN-STATUS (OP-IDX) NOT = "O"
011240             OR WN-DEPOT (OP-IDX) NOT = WS-CUR-DEPOT
011250         GO TO 9420-EXIT.
011260     MOVE WN-AGE-DAYS (OP-IDX) TO WS-RPT-AGE-ED.
011270     MOVE SPACES TO CLOSE-RPT-LINE.
011280     STRING "    VEHICLE " WN-VEHICLE-ID (OP-IDX)
011290         "  REASON " WN-REASON-CODE (OP-IDX)
011300         "  FLAGGED " WN-FLAG-DATE (OP-IDX)
011310         "  ORDERED " WN-ORDER-DATE (OP-IDX)
011320         "  AGE " WS-RPT-AGE-ED
011330         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
011340     WRITE CLOSE-RPT-LINE.
011350 9420-EXIT.
011360     EXIT.
011370*
011380*-----------------------------------------------------------
011390* 9500-WRITE-NEVER-SENT - CLOSE-OUTS THE GARAGE RETURNED FOR AN
011400*                         ORDER NOT OPEN ON OUR REGISTER - ONE WE
011410*                         NEVER SENT, OR ONE ALREADY CLOSED.
011420*                         SOMEBODY IS BILLING FOR THAT SHOP TIME.
011430*-----------------------------------------------------------
011440 9500-WRITE-NEVER-SENT.
011450     MOVE SPACES TO CLOSE-RPT-LINE.
011460     WRITE CLOSE-RPT-LINE.
011470     MOVE "CLOSE-OUTS FOR ORDERS NEVER SENT (OR ALREADY CLOSED)"
011480         TO CLOSE-RPT-LINE.
011490     WRITE CLOSE-RPT-LINE.
011500     IF WS-NEVER-SENT-COUNT = ZERO
011510         MOVE SPACES TO CLOSE-RPT-LINE
011520         MOVE "  NONE" TO CLOSE-RPT-LINE
011530         WRITE CLOSE-RPT-LINE
011540         GO TO 9500-EXIT.
011550     PERFORM 9510-WRITE-ONE-NEVER-SENT THRU 9510-EXIT
011560         VARYING CL-IDX FROM 1 BY 1
011570         UNTIL CL-IDX > WS-CLOSE-COUNT.
011580 9500-EXIT.
011590     EXIT.
011600*
011610 9510-WRITE-ONE-NEVER-SENT.
011620     IF WC-MATCHED-SW (CL-IDX) NOT = "N"
011630         GO TO 9510-EXIT.
011640     MOVE SPACES TO CLOSE-RPT-LINE.
011650     STRING "  VEHICLE " WC-VEHICLE-ID (CL-IDX)
011660         "  DEPOT " WC-DEPOT (CL-IDX)
011670         "  REASON " WC-REASON-CODE (CL-IDX)
011680         "  FLAGGED " WC-FLAG-DATE (CL-IDX)
011690         "  CLOSED " WC-CLOSE-DATE (CL-IDX)
011700         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
011710     WRITE CLOSE-RPT-LINE.
011720 9510-EXIT.
011730     EXIT.
011740*
011750*-----------------------------------------------------------
011760* 9600-WRITE-FLAG-RETURNS - VEHICLES THE GARAGE CLOSED WHOSE
011770*                           SENSOR FLAG CAME BACK ON THE NEXT
011780*                           NIGHT'S RATING RUN.
011790*-----------------------------------------------------------
011800 9600-WRITE-FLAG-RETURNS.
011810     MOVE SPACES TO CLOSE-RPT-LINE.
011820     WRITE CLOSE-RPT-LINE.
011830     MOVE "CLOSED VEHICLES FLAGGED AGAIN THE NEXT NIGHT"
011840         TO CLOSE-RPT-LINE.
011850     WRITE CLOSE-RPT-LINE.
011860     IF WS-RETURNED-COUNT = ZERO
011870         MOVE SPACES TO CLOSE-RPT-LINE
011880         MOVE "  NONE" TO CLOSE-RPT-LINE
011890         WRITE CLOSE-RPT-LINE
011900         GO TO 9600-EXIT.
011910     PERFORM 9610-WRITE-ONE-RETURN THRU 9610-EXIT
011920         VARYING OP-IDX FROM 1 BY 1
011930         UNTIL OP-IDX > WS-OPEN-COUNT.
011940 9600-EXIT.
011950     EXIT.
011960*
011970 9610-WRITE-ONE-RETURN.
011980     IF WN-RETURNED-SW (OP-IDX) NOT = "Y"
011990         GO TO 9610-EXIT.
012000     MOVE SPACES TO CLOSE-RPT-LINE.
012010     STRING "  VEHICLE " WN-VEHICLE-ID (OP-IDX)
012020         "  DEPOT " WN-DEPOT (OP-IDX)
012030         "  REASON " WN-REASON-CODE (OP-IDX)
012040         "  CLOSED " WN-CLOSE-DATE (OP-IDX)
012050         "  FLAG " WN-RETURN-TYPE (OP-IDX)
012060         " ON " WN-RETURN-DATE (OP-IDX)
012070         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
012080     WRITE CLOSE-RPT-LINE.
012090 9610-EXIT.
012100     EXIT.
012110*
012120*-----------------------------------------------------------
012130* 9700-WRITE-COUNTS - THE CLOSE-OUT TOTALS.
012140*-----------------------------------------------------------
012150 9700-WRITE-COUNTS.
012160     MOVE SPACES TO CLOSE-RPT-LINE.
012170     WRITE CLOSE-RPT-LINE.
012180     MOVE WS-CLOSE-DETAILS-READ TO WS-RPT-COUNT-ED.
012190     MOVE SPACES TO CLOSE-RPT-LINE.
012200     STRING "CLOSE-OUTS RECEIVED   : " WS-RPT-COUNT-ED
012210         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
012220     WRITE CLOSE-RPT-LINE.
012230     MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT-ED.
012240     MOVE SPACES TO CLOSE-RPT-LINE.
012250     STRING "ORDERS CLOSED         : " WS-RPT-COUNT-ED
012260         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
012270     WRITE CLOSE-RPT-LINE.
012280     MOVE WS-RELEASED-COUNT TO WS-RPT-COUNT-ED.
012290     MOVE SPACES TO CLOSE-RPT-LINE.
012300     STRING "SUPPRESSIONS RELEASED : " WS-RPT-COUNT-ED
012310         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
012320     WRITE CLOSE-RPT-LINE.
012330     MOVE WS-NEVER-SENT-COUNT TO WS-RPT-COUNT-ED.
012340     MOVE SPACES TO CLOSE-RPT-LINE.
012350     STRING "NEVER SENT            : " WS-RPT-COUNT-ED
012360         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
012370     WRITE CLOSE-RPT-LINE.
012380     MOVE WS-RETURNED-COUNT TO WS-RPT-COUNT-ED.
012390     MOVE SPACES TO CLOSE-RPT-LINE.
012400     STRING "FLAGS RETURNED        : " WS-RPT-COUNT-ED
012410         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
012420     WRITE CLOSE-RPT-LINE.
012430     MOVE WS-OPEN-ORDER-COUNT TO WS-RPT-COUNT-ED.
012440     MOVE SPACES TO CLOSE-RPT-LINE.
012450     STRING "ORDERS STILL OPEN     : " WS-RPT-COUNT-ED
012460         DELIMITED BY SIZE INTO CLOSE-RPT-LINE.
012470     WRITE CLOSE-RPT-LINE.
012480 9700-EXIT.
012490     EXIT.
012500*
012510*-----------------------------------------------------------
012520* 8000-READ-RUN-CONTROL - READ THE SINGLE RUNCTL RECORD INTO
012530*                         THE WORKING-STORAGE GROUP, NOTING
012540*                         WHETHER ONE EXISTS AT ALL.
012550*-----------------------------------------------------------
012560 8000-READ-RUN-CONTROL.
012570     MOVE "N" TO WS-RUNCTL-FOUND-SW.
012580     OPEN INPUT RUN-CONTROL-FILE.
012590     IF RUNCTL-FILE-MISSING
012600         GO TO 8000-EXIT.
012610     READ RUN-CONTROL-FILE
012620         AT END SET RUNCTL-FILE-EOF TO TRUE
012630     END-READ.
012640     IF RUNCTL-FILE-OK
012650         MOVE RUN-CONTROL-LINE TO RUN-CONTROL-RECORD
012660         SET RUNCTL-FOUND TO TRUE.
012670     CLOSE RUN-CONTROL-FILE.
012680 8000-EXIT.
012690     EXIT.
012700*
012710 END PROGRAM LAB07-MNTCLS.
